000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    BatchWindow.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  BATCH-WINDOW TIMING
000130*                    OVER THE COMMON OPERATIONS LOG (OPSLOG).
000140*                    NightStatus SAYS WHAT RAN AND WHAT IT
000150*                    RETURNED BUT NOT HOW LONG IT TOOK.  EVERY
000160*                    STEP THAT STARTED SINCE THE LAST HARVEST
000170*                    AND WROTE ITS END LINE IS TIMED - ELAPSED
000180*                    SECONDS AND RECORDS (ITS FIRST END-LINE
000190*                    COUNT) PER MINUTE - AND APPENDED TO THE
000200*                    PERMANENT STEP-TIMING HISTORY (STEPHIST).
000210*                    THE WINDOW REPORT (WINRPT) SHOWS THE
000220*                    NIGHT'S STEPS, ITS CRITICAL PATH AGAINST
000230*                    THE SLA END TIME CARDED ON WINCTL, AND THE
000240*                    SLOWEST STEPS AGAINST THEIR NORM - THE
000250*                    MEAN OF THEIR LAST SEVEN TIMED RUNS.  IT
000260*                    THEN FORECASTS THE NEXT NIGHT FROM THE
000270*                    VOLUME WAITING ON PARMIN, THE NIGHTCTL
000280*                    ROSTER AND THE HISTORICAL THROUGHPUT, FOR
000290*                    THE SINGLE-STREAM PATH AND FOR THE
000300*                    ParmSplit/RunMerge SPLIT PATH, SO THE
000310*                    EVENING SHIFT KNOWS BEFORE THE RUN WHICH
000320*                    PATH WILL MAKE THE RELEASE.  LIKE
000330*                    NightStatus IT ONLY READS OPSLOG AND
000340*                    WRITES NO LINES OF ITS OWN.  RC 4 WHEN
000350*                    THE SLA WAS MISSED, A STEP NEVER ENDED OR
000360*                    THE FORECAST NEEDS THE SPLIT PATH; RC 8
000370*                    WHEN NEITHER PATH FITS THE WINDOW.
000372*  2026-10-15  DM    A STEP THAT STEPHIST WILL NOT TAKE IS
000374*                    REPORTED AND NOT COUNTED AS HARVESTED.
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPS-LOG-FILE
000470         ASSIGN TO "OPSLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-OPSLOG-STATUS.
000500
000510     SELECT STEP-HIST-FILE
000520         ASSIGN TO "STEPHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STEPHIST-STATUS.
000550
000560     SELECT WINDOW-CTL-FILE
000570         ASSIGN TO "WINCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-WINCTL-STATUS.
000600
000610     SELECT NIGHT-CTL-FILE
000620         ASSIGN TO "NIGHTCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-NIGHTCTL-STATUS.
000650
000660     SELECT PARM-IN-FILE
000670         ASSIGN TO "PARMIN"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARMIN-STATUS.
000700
000710     SELECT WINDOW-RPT-FILE
000720         ASSIGN TO "WINRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  OPS-LOG-FILE.
000780     COPY OPSLOG.
000790
000800 FD  STEP-HIST-FILE.
000810     COPY STEPHIST.
000820
000830*    THE WINDOW CONTROL CARD.  EVERY FIELD IS OPTIONAL:
000840*    SLA END HHMM (DEFAULT 0600), PLANNED NIGHT START HHMM
000850*    (DEFAULT 2200), STREAMS THE SPLIT PATH WOULD DEAL TO
000860*    (DEFAULT 2), SAFETY MARGIN PERCENT OF THE WINDOW (DEFAULT
000870*    10) AND THE PERCENT OVER NORM THAT FLAGS A SLOW STEP
000880*    (DEFAULT 25).
000890 FD  WINDOW-CTL-FILE.
000900 01  WINDOW-CTL-RECORD.
000910     05  WC-SLA-END-TIME     PIC X(04).
000920     05  WC-SLA-END-HHMM     REDEFINES WC-SLA-END-TIME.
000930         10  WC-SLA-END-HH       PIC 9(02).
000940         10  WC-SLA-END-MM       PIC 9(02).
000950     05  WC-SEP1             PIC X(01).
000960     05  WC-NIGHT-START      PIC X(04).
000970     05  WC-NIGHT-START-HHMM REDEFINES WC-NIGHT-START.
000980         10  WC-NIGHT-START-HH   PIC 9(02).
000990         10  WC-NIGHT-START-MM   PIC 9(02).
001000     05  WC-SEP2             PIC X(01).
001010     05  WC-SPLIT-STREAMS    PIC X(01).
001020     05  WC-SEP3             PIC X(01).
001030     05  WC-MARGIN-PCT       PIC X(02).
001040     05  WC-SEP4             PIC X(01).
001050     05  WC-SLOW-PCT         PIC X(03).
001060     05  FILLER              PIC X(02).
001070
001080 FD  NIGHT-CTL-FILE.
001090 01  NIGHT-CTL-RECORD.
001100     05  NC-PROGRAM-NAME     PIC X(16).
001110     05  FILLER              PIC X(04).
001120
001130 FD  PARM-IN-FILE.
001140 01  PARM-IN-RECORD.
001150     05  PI-RECORD-TYPE      PIC X(01).
001160         88  PI-BATCH-HEADER             VALUE "H".
001170         88  PI-BATCH-TRAILER            VALUE "T".
001180     05  FILLER              PIC X(19).
001190
001200 FD  WINDOW-RPT-FILE.
001210 01  WINDOW-RPT-RECORD       PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240 77  WS-OPSLOG-STATUS        PIC X(02)   VALUE "00".
001250 77  WS-STEPHIST-STATUS      PIC X(02)   VALUE "00".
001260 77  WS-WINCTL-STATUS        PIC X(02)   VALUE "00".
001270 77  WS-NIGHTCTL-STATUS      PIC X(02)   VALUE "00".
001280 77  WS-PARMIN-STATUS        PIC X(02)   VALUE "00".
001290
001300 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
001310     88  END-OF-CURRENT-FILE             VALUE "Y".
001320 77  WS-HIST-PRESENT-SW      PIC X(01)   VALUE "N".
001330     88  HISTORY-IS-PRESENT              VALUE "Y".
001340 77  WS-LOG-PRESENT-SW       PIC X(01)   VALUE "N".
001350     88  OPS-LOG-IS-PRESENT              VALUE "Y".
001360 77  WS-STEP-FULL-SWITCH     PIC X(01)   VALUE "N".
001370     88  STEP-TABLE-FULL                 VALUE "Y".
001380 77  WS-NORM-FULL-SWITCH     PIC X(01)   VALUE "N".
001390     88  NORM-TABLE-FULL                 VALUE "Y".
001400 77  WS-ROSTER-PRESENT-SW    PIC X(01)   VALUE "N".
001410     88  ROSTER-IS-PRESENT               VALUE "Y".
001420 77  WS-ATTENTION-SWITCH     PIC X(01)   VALUE "N".
001430     88  WINDOW-NEEDS-ATTENTION          VALUE "Y".
001440 77  WS-NO-PATH-SWITCH       PIC X(01)   VALUE "N".
001450     88  NEITHER-PATH-FITS               VALUE "Y".
001460
001470 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001480
001490*    THE CARDED WINDOW, WITH ITS DEFAULTS.
001500 77  WS-SLA-END-HH           PIC 9(02)   VALUE 6.
001510 77  WS-SLA-END-MM           PIC 9(02)   VALUE 0.
001520 77  WS-NIGHT-START-HH       PIC 9(02)   VALUE 22.
001530 77  WS-NIGHT-START-MM       PIC 9(02)   VALUE 0.
001540 77  WS-SPLIT-STREAMS        PIC 9(01)   VALUE 2.
001550 77  WS-MARGIN-PCT           PIC 9(02)   VALUE 10.
001560 77  WS-SLOW-PCT             PIC 9(03)   VALUE 25.
001570
001580*    THE HARVEST HIGH-WATER MARK - THE LATEST STEP START ALREADY
001590*    ON STEPHIST.  ONLY STEPS STARTING AFTER IT ARE TONIGHT'S.
001600 77  WS-MARK-DATE            PIC 9(08)   VALUE 0.
001610 77  WS-MARK-TIME            PIC 9(08)   VALUE 0.
001620
001630 77  WS-HIST-RECORDS         PIC 9(08)   COMP VALUE 0.
001640 77  WS-STEPS-HARVESTED      PIC 9(08)   COMP VALUE 0.
001650 77  WS-STEPS-UNENDED        PIC 9(04)   COMP VALUE 0.
001660 77  WS-STEPS-SLOW           PIC 9(04)   COMP VALUE 0.
001670 77  WS-STEP-COUNT           PIC 9(03)   COMP VALUE 0.
001680 77  WS-STEP-SUB             PIC 9(03)   COMP VALUE 0.
001690 77  WS-MATCH-SUB            PIC 9(03)   COMP VALUE 0.
001700 77  WS-PATH-SUB             PIC 9(03)   COMP VALUE 0.
001710 77  WS-PRIOR-SUB            PIC 9(03)   COMP VALUE 0.
001720 77  WS-SLOWEST-SUB          PIC 9(03)   COMP VALUE 0.
001730 77  WS-RANK                 PIC 9(02)   COMP VALUE 0.
001740 77  WS-PATH-STEPS           PIC 9(03)   COMP VALUE 0.
001750 77  WS-NIGHT-FIRST-SUB      PIC 9(03)   COMP VALUE 0.
001760 77  WS-NORM-COUNT           PIC 9(02)   COMP VALUE 0.
001770 77  WS-NORM-SUB             PIC 9(02)   COMP VALUE 0.
001780 77  WS-NORM-MATCH-SUB       PIC 9(02)   COMP VALUE 0.
001790 77  WS-RING-SUB             PIC 9(02)   COMP VALUE 0.
001800 77  WS-RATE-RUNS            PIC 9(02)   COMP VALUE 0.
001810 77  WS-ROSTER-STEPS         PIC 9(02)   COMP VALUE 0.
001820 77  WS-ROSTER-UNTIMED       PIC 9(02)   COMP VALUE 0.
001830 77  WS-PARMIN-VOLUME        PIC 9(08)   COMP VALUE 0.
001840
001850*    TIMES AS SECONDS FROM MIDNIGHT OF THE DAY TONIGHT'S FIRST
001860*    STEP STARTED, SO A WINDOW RUNNING PAST MIDNIGHT STAYS IN
001870*    ORDER.
001880 77  WS-BASE-DAY             PIC S9(09)  COMP VALUE 0.
001890 77  WS-DAY-NUMBER           PIC S9(09)  COMP VALUE 0.
001900 77  WS-ABS-SECS             PIC S9(09)  COMP VALUE 0.
001910 77  WS-WINDOW-START         PIC S9(09)  COMP VALUE 0.
001920 77  WS-WINDOW-END           PIC S9(09)  COMP VALUE 0.
001930 77  WS-SLA-ABS              PIC S9(09)  COMP VALUE 0.
001940 77  WS-BEST-END             PIC S9(09)  COMP VALUE 0.
001950 77  WS-BEST-ELAPSED         PIC S9(09)  COMP VALUE 0.
001960 77  WS-SLACK-SECS           PIC S9(09)  COMP VALUE 0.
001970
001980 77  WS-TIME-OF-DAY          PIC 9(08)   VALUE 0.
001990 77  WS-DAY-SECS             PIC 9(05)   COMP VALUE 0.
002000 77  WS-WORK-QUOTIENT        PIC 9(09)   COMP VALUE 0.
002010 77  WS-WORK-SECS            PIC 9(09)   COMP VALUE 0.
002020 77  WS-AVG-ELAPSED          PIC 9(09)   COMP VALUE 0.
002030 77  WS-AVG-RATE             PIC 9(09)   COMP VALUE 0.
002040 77  WS-OVER-PCT             PIC S9(07)  COMP VALUE 0.
002050
002060*    THE FORECAST, IN SECONDS.
002070 77  WS-AVAILABLE-SECS       PIC 9(09)   COMP VALUE 0.
002080 77  WS-USABLE-SECS          PIC 9(09)   COMP VALUE 0.
002090 77  WS-FIXED-SECS           PIC 9(09)   COMP VALUE 0.
002100 77  WS-FE-RATE              PIC 9(09)   COMP VALUE 0.
002110 77  WS-FE-RUNS              PIC 9(02)   COMP VALUE 0.
002120 77  WS-SPLIT-RATE           PIC 9(09)   COMP VALUE 0.
002130 77  WS-MERGE-RATE           PIC 9(09)   COMP VALUE 0.
002140 77  WS-STREAM-VOLUME        PIC 9(09)   COMP VALUE 0.
002150 77  WS-SINGLE-SECS          PIC 9(09)   COMP VALUE 0.
002160 77  WS-SPLIT-SECS           PIC 9(09)   COMP VALUE 0.
002170 77  WS-VOLUME-SECS          PIC 9(09)   COMP VALUE 0.
002180 77  WS-VOLUME-RATE          PIC 9(09)   COMP VALUE 0.
002190 77  WS-SINGLE-VERDICT       PIC X(08)   VALUE SPACES.
002200 77  WS-SPLIT-VERDICT        PIC X(08)   VALUE SPACES.
002210 77  WS-FIT-VERDICT          PIC X(08)   VALUE SPACES.
002220 77  WS-PATH-SECS            PIC 9(09)   COMP VALUE 0.
002230 77  WS-NORM-NAME            PIC X(16)   VALUE SPACES.
002240
002250*    ONE OPSLOG TIME (HHMMSSHH) BROKEN OUT.
002260 01  WS-CLOCK.
002270     05  WS-CLOCK-HH         PIC 9(02).
002280     05  WS-CLOCK-MM         PIC 9(02).
002290     05  WS-CLOCK-SS         PIC 9(02).
002300     05  WS-CLOCK-HUNDREDTHS PIC 9(02).
002310 01  WS-CLOCK-NUM            REDEFINES WS-CLOCK
002320                             PIC 9(08).
002330
002340*    A DURATION OR TIME OF DAY AS HH:MM:SS FOR THE REPORT.
002350 01  WS-HMS-TEXT.
002360     05  WS-HMS-HH           PIC 9(02).
002370     05  FILLER              PIC X(01)   VALUE ":".
002380     05  WS-HMS-MM           PIC 9(02).
002390     05  FILLER              PIC X(01)   VALUE ":".
002400     05  WS-HMS-SS           PIC 9(02).
002410 01  WS-HMS-SECS             PIC 9(09)   COMP VALUE 0.
002420
002430*    TONIGHT'S STEPS IN START ORDER.
002440 01  WS-STEP-TABLE.
002450     05  WS-STEP-ENTRY       OCCURS 50 TIMES.
002460         10  TS-PROGRAM-NAME     PIC X(16).
002470         10  TS-RUN-ID           PIC X(08).
002480         10  TS-START-DATE       PIC 9(08).
002490         10  TS-START-TIME       PIC 9(08).
002500         10  TS-START-ABS        PIC S9(09)  COMP.
002510         10  TS-END-SW           PIC X(01).
002520             88  TS-STEP-ENDED           VALUE "Y".
002530         10  TS-END-DATE         PIC 9(08).
002540         10  TS-END-TIME         PIC 9(08).
002550         10  TS-END-ABS          PIC S9(09)  COMP.
002560         10  TS-ELAPSED          PIC 9(06)   COMP.
002570         10  TS-RECORDS          PIC 9(08).
002580         10  TS-RATE             PIC 9(08)   COMP.
002590         10  TS-RETURN-CODE      PIC 9(02).
002600         10  TS-PATH-SW          PIC X(01).
002610             88  TS-ON-CRITICAL-PATH     VALUE "Y".
002620         10  TS-RANKED-SW        PIC X(01).
002630             88  TS-ALREADY-RANKED       VALUE "Y".
002640
002650*    EACH PROGRAM'S LAST SEVEN TIMED RUNS, A RING AS IN RunTrend.
002660 01  WS-NORM-TABLE.
002670     05  WS-NORM-ENTRY       OCCURS 40 TIMES.
002680         10  NM-PROGRAM-NAME     PIC X(16).
002690         10  NM-RUN-COUNT        PIC 9(02)   COMP.
002700         10  NM-NEXT             PIC 9(02)   COMP.
002710         10  NM-RING             OCCURS 7 TIMES.
002720             15  NM-ELAPSED          PIC 9(06)   COMP.
002730             15  NM-RATE             PIC 9(08)   COMP.
002740
002750 01  WS-RPT-SEQ              PIC ZZ9.
002760 01  WS-RPT-RC               PIC 99.
002770 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
002780 01  WS-RPT-RATE             PIC ZZZZZZZ9.
002790 01  WS-RPT-PCT              PIC ------9.
002800 01  WS-RPT-SMALL            PIC Z9.
002810 01  WS-RPT-SMALL-2          PIC Z9.
002820 01  WS-RPT-OVER             PIC X(07).
002830 01  WS-RPT-START            PIC X(08).
002840 01  WS-RPT-END              PIC X(08).
002850 01  WS-RPT-ELAPSED          PIC X(08).
002860 01  WS-RPT-NORM             PIC X(08).
002870 01  WS-RPT-FLAG             PIC X(05).
002880 01  WS-RPT-PATH             PIC X(01).
002890
002900 PROCEDURE DIVISION.
002910*-----------------------------------------------------------*
002920* 0000-MAINLINE - LEARN THE NORMS AND THE HIGH-WATER MARK FROM
002930* STEPHIST, TIME TONIGHT'S STEPS FROM OPSLOG, APPEND THEM,
002940* REPORT THE WINDOW AGAINST THE SLA AND THE NORMS, THEN ROLL
002950* TONIGHT INTO THE NORMS AND FORECAST THE NEXT NIGHT.
002960*-----------------------------------------------------------*
002970 0000-MAINLINE.
002980     PERFORM 1000-INITIALIZE
002990         THRU 1000-EXIT.
003000
003010     PERFORM 2000-LOAD-STEP-HISTORY
003020         THRU 2000-EXIT.
003030
003040     PERFORM 3000-ABSORB-OPS-LOG
003050         THRU 3000-EXIT.
003060
003070     PERFORM 4000-HARVEST-TONIGHT
003080         THRU 4000-EXIT.
003090
003100     PERFORM 5000-REPORT-THE-WINDOW
003110         THRU 5000-EXIT.
003120
003130     PERFORM 6000-FORECAST-NEXT-NIGHT
003140         THRU 6000-EXIT.
003150
003160     PERFORM 9000-WRITE-WINDOW-TOTALS
003170         THRU 9000-EXIT.
003180
003190     PERFORM 8000-TERMINATE
003200         THRU 8000-EXIT.
003210
003220     IF NEITHER-PATH-FITS
003230         MOVE 8 TO WS-JOB-RC
003240     ELSE
003250         IF WINDOW-NEEDS-ATTENTION
003260             MOVE 4 TO WS-JOB-RC
003270         END-IF
003280     END-IF.
003290     MOVE WS-JOB-RC TO RETURN-CODE.
003300
003310     STOP RUN.
003320
003330*-----------------------------------------------------------*
003340* 1000-INITIALIZE - OPEN THE REPORT AND PICK UP THE CARDED
003350* WINDOW.  A FIELD LEFT BLANK, OR ONE THAT WILL NOT EDIT, KEEPS
003360* ITS DEFAULT (PreFlight REPORTS THE LATTER).
003370*-----------------------------------------------------------*
003380 1000-INITIALIZE.
003390     INITIALIZE WS-STEP-TABLE.
003400     INITIALIZE WS-NORM-TABLE.
003410
003420     OPEN OUTPUT WINDOW-RPT-FILE.
003430     MOVE SPACES TO WINDOW-RPT-RECORD.
003440     STRING "BATCHWINDOW - STEP TIMING, SLA WINDOW AND "
003450            "NEXT-NIGHT FORECAST"
003460         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
003470     WRITE WINDOW-RPT-RECORD.
003480
003490     OPEN INPUT WINDOW-CTL-FILE.
003500     IF WS-WINCTL-STATUS = "00"
003510         READ WINDOW-CTL-FILE
003520             AT END
003530                 CONTINUE
003540             NOT AT END
003550                 PERFORM 1100-TAKE-WINDOW-CARD
003560                     THRU 1100-EXIT
003570         END-READ
003580         CLOSE WINDOW-CTL-FILE
003590     END-IF.
003600
003610     MOVE SPACES TO WINDOW-RPT-RECORD.
003620     MOVE WS-MARGIN-PCT    TO WS-RPT-SMALL.
003630     MOVE WS-SLOW-PCT      TO WS-RPT-SEQ.
003640     STRING "SLA END " WS-SLA-END-HH ":" WS-SLA-END-MM
003650            "  PLANNED START " WS-NIGHT-START-HH ":"
003660            WS-NIGHT-START-MM
003670            "  SPLIT STREAMS " WS-SPLIT-STREAMS
003680            "  MARGIN PCT " WS-RPT-SMALL
003690            "  SLOW PCT " WS-RPT-SEQ
003700         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
003710     WRITE WINDOW-RPT-RECORD.
003720 1000-EXIT.
003730     EXIT.
003740
003750*-----------------------------------------------------------*
003760* 1100-TAKE-WINDOW-CARD - EACH USABLE WINCTL FIELD OVER ITS
003770* DEFAULT.
003780*-----------------------------------------------------------*
003790 1100-TAKE-WINDOW-CARD.
003800     IF WC-SLA-END-TIME IS NUMERIC
003810       AND WC-SLA-END-HH < 24
003820       AND WC-SLA-END-MM < 60
003830         MOVE WC-SLA-END-HH TO WS-SLA-END-HH
003840         MOVE WC-SLA-END-MM TO WS-SLA-END-MM
003850     END-IF.
003860     IF WC-NIGHT-START IS NUMERIC
003870       AND WC-NIGHT-START-HH < 24
003880       AND WC-NIGHT-START-MM < 60
003890         MOVE WC-NIGHT-START-HH TO WS-NIGHT-START-HH
003900         MOVE WC-NIGHT-START-MM TO WS-NIGHT-START-MM
003910     END-IF.
003920     IF WC-SPLIT-STREAMS IS NUMERIC
003930       AND WC-SPLIT-STREAMS > "0"
003940       AND WC-SPLIT-STREAMS < "9"
003950         MOVE WC-SPLIT-STREAMS TO WS-SPLIT-STREAMS
003960     END-IF.
003970     IF WC-MARGIN-PCT IS NUMERIC
003980         MOVE WC-MARGIN-PCT TO WS-MARGIN-PCT
003990     END-IF.
004000     IF WC-SLOW-PCT IS NUMERIC
004010       AND WC-SLOW-PCT > "000"
004020         MOVE WC-SLOW-PCT TO WS-SLOW-PCT
004030     END-IF.
004040 1100-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------*
004080* 2000-LOAD-STEP-HISTORY - ONE PASS DOWN STEPHIST ROLLING
004090* EACH TIMED RUN INTO ITS PROGRAM'S NORM RING AND KEEPING THE
004100* LATEST START AS THE HIGH-WATER MARK.  NO HISTORY YET MEANS
004110* NO NORMS AND EVERY STEP ON OPSLOG IS TONIGHT'S.
004120*-----------------------------------------------------------*
004130 2000-LOAD-STEP-HISTORY.
004140     MOVE "N" TO WS-EOF-SWITCH.
004150     OPEN INPUT STEP-HIST-FILE.
004160     IF WS-STEPHIST-STATUS NOT = "00"
004170         MOVE SPACES TO WINDOW-RPT-RECORD
004180         STRING "NO STEP-TIMING HISTORY YET - NO NORMS TO "
004190                "JUDGE OR FORECAST FROM"
004200             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
004210         WRITE WINDOW-RPT-RECORD
004220         GO TO 2000-EXIT
004230     END-IF.
004240     SET HISTORY-IS-PRESENT TO TRUE.
004250
004260     PERFORM 2100-LOAD-ONE-HIST-RECORD
004270         THRU 2100-EXIT
004280         UNTIL END-OF-CURRENT-FILE.
004290     CLOSE STEP-HIST-FILE.
004300 2000-EXIT.
004310     EXIT.
004320
004330*-----------------------------------------------------------*
004340* 2100-LOAD-ONE-HIST-RECORD - ONE TIMED RUN.
004350*-----------------------------------------------------------*
004360 2100-LOAD-ONE-HIST-RECORD.
004370     READ STEP-HIST-FILE
004380         AT END
004390             SET END-OF-CURRENT-FILE TO TRUE
004400             GO TO 2100-EXIT
004410     END-READ.
004420     ADD 1 TO WS-HIST-RECORDS.
004430
004440     IF SH-START-DATE > WS-MARK-DATE
004450       OR (SH-START-DATE = WS-MARK-DATE
004460           AND SH-START-TIME > WS-MARK-TIME)
004470         MOVE SH-START-DATE TO WS-MARK-DATE
004480         MOVE SH-START-TIME TO WS-MARK-TIME
004490     END-IF.
004500
004510     MOVE SH-PROGRAM-NAME TO WS-NORM-NAME.
004520     MOVE SH-ELAPSED-SECS TO WS-WORK-SECS.
004530     MOVE SH-RECS-PER-MIN TO WS-AVG-RATE.
004540     PERFORM 2200-ROLL-INTO-NORM
004550         THRU 2200-EXIT.
004560 2100-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------*
004600* 2200-ROLL-INTO-NORM - PUT ONE RUN'S ELAPSED (WS-WORK-SECS)
004610* AND RATE (WS-AVG-RATE) INTO THE RING OF PROGRAM WS-NORM-NAME,
004620* DISPLACING THE OLDEST ONCE SEVEN ARE HELD.
004630*-----------------------------------------------------------*
004640 2200-ROLL-INTO-NORM.
004650     PERFORM 2300-FIND-NORM
004660         THRU 2300-EXIT.
004670     IF WS-NORM-MATCH-SUB = 0
004680         IF WS-NORM-COUNT >= 40
004690             SET NORM-TABLE-FULL TO TRUE
004700             GO TO 2200-EXIT
004710         END-IF
004720         ADD 1 TO WS-NORM-COUNT
004730         MOVE WS-NORM-COUNT TO WS-NORM-MATCH-SUB
004740         MOVE WS-NORM-NAME TO NM-PROGRAM-NAME (WS-NORM-MATCH-SUB)
004750         MOVE 0 TO NM-RUN-COUNT (WS-NORM-MATCH-SUB)
004760         MOVE 1 TO NM-NEXT (WS-NORM-MATCH-SUB)
004770     END-IF.
004780
004790     MOVE NM-NEXT (WS-NORM-MATCH-SUB) TO WS-RING-SUB.
004800     MOVE WS-WORK-SECS
004810         TO NM-ELAPSED (WS-NORM-MATCH-SUB, WS-RING-SUB).
004820     MOVE WS-AVG-RATE
004830         TO NM-RATE (WS-NORM-MATCH-SUB, WS-RING-SUB).
004840     IF NM-RUN-COUNT (WS-NORM-MATCH-SUB) < 7
004850         ADD 1 TO NM-RUN-COUNT (WS-NORM-MATCH-SUB)
004860     END-IF.
004870     ADD 1 TO NM-NEXT (WS-NORM-MATCH-SUB).
004880     IF NM-NEXT (WS-NORM-MATCH-SUB) > 7
004890         MOVE 1 TO NM-NEXT (WS-NORM-MATCH-SUB)
004900     END-IF.
004910 2200-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------*
004950* 2300-FIND-NORM - LOOK PROGRAM WS-NORM-NAME UP IN THE NORM
004960* TABLE.
004970*-----------------------------------------------------------*
004980 2300-FIND-NORM.
004990     MOVE 0 TO WS-NORM-MATCH-SUB.
005000     PERFORM 2310-TEST-ONE-NORM
005010         THRU 2310-EXIT
005020         VARYING WS-NORM-SUB FROM 1 BY 1
005030         UNTIL WS-NORM-SUB > WS-NORM-COUNT
005040            OR WS-NORM-MATCH-SUB > 0.
005050 2300-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------*
005090* 2310-TEST-ONE-NORM - ONE NORM ENTRY AGAINST THE NAME.
005100*-----------------------------------------------------------*
005110 2310-TEST-ONE-NORM.
005120     IF NM-PROGRAM-NAME (WS-NORM-SUB) = WS-NORM-NAME
005130         MOVE WS-NORM-SUB TO WS-NORM-MATCH-SUB
005140     END-IF.
005150 2310-EXIT.
005160     EXIT.
005170
005180*-----------------------------------------------------------*
005190* 2400-WORK-NORM - THE MEAN ELAPSED (WS-AVG-ELAPSED) AND THE
005200* MEAN RATE OVER THE RUNS THAT COUNTED ANYTHING (WS-AVG-RATE,
005210* WS-RATE-RUNS) OF PROGRAM WS-NORM-NAME.  NO HISTORY GIVES
005220* WS-NORM-MATCH-SUB ZERO.
005230*-----------------------------------------------------------*
005240 2400-WORK-NORM.
005250     MOVE 0 TO WS-AVG-ELAPSED.
005260     MOVE 0 TO WS-AVG-RATE.
005270     MOVE 0 TO WS-RATE-RUNS.
005280     PERFORM 2300-FIND-NORM
005290         THRU 2300-EXIT.
005300     IF WS-NORM-MATCH-SUB = 0
005310         GO TO 2400-EXIT
005320     END-IF.
005330     PERFORM 2410-SUM-ONE-RING-ENTRY
005340         THRU 2410-EXIT
005350         VARYING WS-RING-SUB FROM 1 BY 1
005360         UNTIL WS-RING-SUB > NM-RUN-COUNT (WS-NORM-MATCH-SUB).
005370     COMPUTE WS-AVG-ELAPSED =
005380         WS-AVG-ELAPSED / NM-RUN-COUNT (WS-NORM-MATCH-SUB).
005390     IF WS-RATE-RUNS > 0
005400         COMPUTE WS-AVG-RATE = WS-AVG-RATE / WS-RATE-RUNS
005410     END-IF.
005420 2400-EXIT.
005430     EXIT.
005440
005450*-----------------------------------------------------------*
005460* 2410-SUM-ONE-RING-ENTRY - ROLL ONE RING ENTRY INTO THE SUMS.
005470*-----------------------------------------------------------*
005480 2410-SUM-ONE-RING-ENTRY.
005490     ADD NM-ELAPSED (WS-NORM-MATCH-SUB, WS-RING-SUB)
005500         TO WS-AVG-ELAPSED.
005510     IF NM-RATE (WS-NORM-MATCH-SUB, WS-RING-SUB) > 0
005520         ADD NM-RATE (WS-NORM-MATCH-SUB, WS-RING-SUB)
005530             TO WS-AVG-RATE
005540         ADD 1 TO WS-RATE-RUNS
005550     END-IF.
005560 2410-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------*
005600* 3000-ABSORB-OPS-LOG - WALK OPSLOG INTO THE STEP TABLE.  A
005610* START LINE LATER THAN THE HIGH-WATER MARK OPENS A STEP; AN
005620* END LINE CLOSES THE LATEST OPEN STEP OF THE SAME PROGRAM
005630* AND RUN-ID.  AN END WITH NO STEP OPEN BELONGS TO A RUN
005640* ALREADY HARVESTED, OR STARTED BEFORE THE MARK, AND IS
005650* PASSED OVER.
005660*-----------------------------------------------------------*
005670 3000-ABSORB-OPS-LOG.
005680     MOVE "N" TO WS-EOF-SWITCH.
005690     OPEN INPUT OPS-LOG-FILE.
005700     IF WS-OPSLOG-STATUS NOT = "00"
005710         MOVE SPACES TO WINDOW-RPT-RECORD
005720         STRING "OPSLOG COULD NOT BE OPENED - STATUS "
005730                WS-OPSLOG-STATUS " - NO STEPS TO TIME"
005740             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
005750         WRITE WINDOW-RPT-RECORD
005760         GO TO 3000-EXIT
005770     END-IF.
005780     SET OPS-LOG-IS-PRESENT TO TRUE.
005790
005800     PERFORM 3100-ABSORB-ONE-LOG-LINE
005810         THRU 3100-EXIT
005820         UNTIL END-OF-CURRENT-FILE.
005830     CLOSE OPS-LOG-FILE.
005840 3000-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------------*
005880* 3100-ABSORB-ONE-LOG-LINE - ONE OPSLOG LINE.
005890*-----------------------------------------------------------*
005900 3100-ABSORB-ONE-LOG-LINE.
005910     READ OPS-LOG-FILE
005920         AT END
005930             SET END-OF-CURRENT-FILE TO TRUE
005940             GO TO 3100-EXIT
005950     END-READ.
005960
005970     EVALUATE TRUE
005980         WHEN OP-EVENT-START
005990             PERFORM 3200-OPEN-A-STEP
006000                 THRU 3200-EXIT
006010         WHEN OP-EVENT-END
006020             PERFORM 3300-CLOSE-A-STEP
006030                 THRU 3300-EXIT
006040         WHEN OTHER
006050             CONTINUE
006060     END-EVALUATE.
006070 3100-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------*
006110* 3200-OPEN-A-STEP - A NEW STEP IN START ORDER.  THE FIRST
006120* ONE FIXES THE DAY THE WINDOW IS MEASURED FROM.
006130*-----------------------------------------------------------*
006140 3200-OPEN-A-STEP.
006150     IF OP-DATE < WS-MARK-DATE
006160       OR (OP-DATE = WS-MARK-DATE
006170           AND OP-TIME NOT > WS-MARK-TIME)
006180         GO TO 3200-EXIT
006190     END-IF.
006200     IF WS-STEP-COUNT >= 50
006210         SET STEP-TABLE-FULL TO TRUE
006220         GO TO 3200-EXIT
006230     END-IF.
006240     IF WS-STEP-COUNT = 0
006250         COMPUTE WS-BASE-DAY = FUNCTION INTEGER-OF-DATE(OP-DATE)
006260     END-IF.
006270
006280     ADD 1 TO WS-STEP-COUNT.
006290     MOVE OP-PROGRAM-NAME TO TS-PROGRAM-NAME (WS-STEP-COUNT).
006300     MOVE OP-RUN-ID       TO TS-RUN-ID (WS-STEP-COUNT).
006310     MOVE OP-DATE         TO TS-START-DATE (WS-STEP-COUNT).
006320     MOVE OP-TIME         TO TS-START-TIME (WS-STEP-COUNT).
006330     PERFORM 3400-WORK-ABSOLUTE-TIME
006340         THRU 3400-EXIT.
006350     MOVE WS-ABS-SECS     TO TS-START-ABS (WS-STEP-COUNT).
006360     MOVE "N"             TO TS-END-SW (WS-STEP-COUNT).
006370     MOVE "N"             TO TS-PATH-SW (WS-STEP-COUNT).
006380     MOVE "N"             TO TS-RANKED-SW (WS-STEP-COUNT).
006390 3200-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------*
006430* 3300-CLOSE-A-STEP - TIME THE LATEST OPEN STEP OF THIS
006440* PROGRAM AND RUN-ID.  A STEP THAT ENDED WITHIN THE SECOND IT
006450* STARTED IS RATED AS IF IT TOOK ONE SECOND (RECORDS TIMES
006455* 60 A MINUTE), NOT DIVIDED BY ZERO.
006460*-----------------------------------------------------------*
006470 3300-CLOSE-A-STEP.
006480     MOVE 0 TO WS-MATCH-SUB.
006490     IF WS-STEP-COUNT = 0
006500         GO TO 3300-EXIT
006510     END-IF.
006520     PERFORM 3310-TEST-ONE-OPEN-STEP
006530         THRU 3310-EXIT
006540         VARYING WS-STEP-SUB FROM WS-STEP-COUNT BY -1
006550         UNTIL WS-STEP-SUB < 1
006560            OR WS-MATCH-SUB > 0.
006570     IF WS-MATCH-SUB = 0
006580         GO TO 3300-EXIT
006590     END-IF.
006600
006610     MOVE "Y"            TO TS-END-SW (WS-MATCH-SUB).
006620     MOVE OP-DATE        TO TS-END-DATE (WS-MATCH-SUB).
006630     MOVE OP-TIME        TO TS-END-TIME (WS-MATCH-SUB).
006640     MOVE OP-COUNT-1     TO TS-RECORDS (WS-MATCH-SUB).
006650     MOVE OP-RETURN-CODE TO TS-RETURN-CODE (WS-MATCH-SUB).
006660     PERFORM 3400-WORK-ABSOLUTE-TIME
006670         THRU 3400-EXIT.
006680     MOVE WS-ABS-SECS    TO TS-END-ABS (WS-MATCH-SUB).
006690     IF TS-END-ABS (WS-MATCH-SUB) > TS-START-ABS (WS-MATCH-SUB)
006700         COMPUTE TS-ELAPSED (WS-MATCH-SUB) =
006710             TS-END-ABS (WS-MATCH-SUB)
006720             - TS-START-ABS (WS-MATCH-SUB)
006730     ELSE
006740         MOVE 0 TO TS-ELAPSED (WS-MATCH-SUB)
006750     END-IF.
006760     IF TS-ELAPSED (WS-MATCH-SUB) > 0
006770         COMPUTE TS-RATE (WS-MATCH-SUB) =
006780             (TS-RECORDS (WS-MATCH-SUB) * 60)
006790             / TS-ELAPSED (WS-MATCH-SUB)
006800     ELSE
006810         COMPUTE TS-RATE (WS-MATCH-SUB) =
006820             TS-RECORDS (WS-MATCH-SUB) * 60
006830     END-IF.
006840 3300-EXIT.
006850     EXIT.
006860
006870*-----------------------------------------------------------*
006880* 3310-TEST-ONE-OPEN-STEP - ONE STEP AGAINST THE END LINE.
006890*-----------------------------------------------------------*
006900 3310-TEST-ONE-OPEN-STEP.
006910     IF TS-PROGRAM-NAME (WS-STEP-SUB) = OP-PROGRAM-NAME
006920       AND TS-RUN-ID (WS-STEP-SUB) = OP-RUN-ID
006930       AND NOT TS-STEP-ENDED (WS-STEP-SUB)
006940         MOVE WS-STEP-SUB TO WS-MATCH-SUB
006950     END-IF.
006960 3310-EXIT.
006970     EXIT.
006980
006990*-----------------------------------------------------------*
007000* 3400-WORK-ABSOLUTE-TIME - THE LINE IN HAND'S DATE AND TIME
007010* AS SECONDS FROM MIDNIGHT OF THE WINDOW'S FIRST DAY.
007020*-----------------------------------------------------------*
007030 3400-WORK-ABSOLUTE-TIME.
007040     COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(OP-DATE).
007050     MOVE OP-TIME TO WS-TIME-OF-DAY.
007060     PERFORM 9300-SECONDS-OF-DAY
007070         THRU 9300-EXIT.
007080     COMPUTE WS-ABS-SECS =
007090         (WS-DAY-NUMBER - WS-BASE-DAY) * 86400 + WS-DAY-SECS.
007100 3400-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------*
007140* 4000-HARVEST-TONIGHT - APPEND EVERY STEP THAT ENDED TO
007150* STEPHIST.  A STEP STILL WITHOUT ITS END LINE IS NOT TIMED;
007160* IT IS REPORTED AND, ONCE A LATER STEP IS HARVESTED, LEFT
007170* BEHIND THE MARK FOR GOOD.
007180*-----------------------------------------------------------*
007190 4000-HARVEST-TONIGHT.
007200     IF WS-STEP-COUNT = 0
007210         GO TO 4000-EXIT
007220     END-IF.
007230     OPEN EXTEND STEP-HIST-FILE.
007240     IF WS-STEPHIST-STATUS NOT = "00"
007250         OPEN OUTPUT STEP-HIST-FILE
007260     END-IF.
007270     IF WS-STEPHIST-STATUS NOT = "00"
007280         MOVE SPACES TO WINDOW-RPT-RECORD
007290         STRING "STEPHIST COULD NOT BE OPENED FOR APPEND - "
007300                "STATUS " WS-STEPHIST-STATUS
007310                " - TONIGHT IS NOT KEPT"
007320             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
007330         WRITE WINDOW-RPT-RECORD
007340         SET WINDOW-NEEDS-ATTENTION TO TRUE
007350         GO TO 4000-EXIT
007360     END-IF.
007370
007380     PERFORM 4100-HARVEST-ONE-STEP
007390         THRU 4100-EXIT
007400         VARYING WS-STEP-SUB FROM 1 BY 1
007410         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
007420     CLOSE STEP-HIST-FILE.
007430 4000-EXIT.
007440     EXIT.
007450
007460*-----------------------------------------------------------*
007470* 4100-HARVEST-ONE-STEP - ONE STEPHIST RECORD.  ONE THE FILE
007475* WILL NOT TAKE IS REPORTED AND THE WINDOW NEEDS ATTENTION.
007480*-----------------------------------------------------------*
007490 4100-HARVEST-ONE-STEP.
007500     IF NOT TS-STEP-ENDED (WS-STEP-SUB)
007510         ADD 1 TO WS-STEPS-UNENDED
007520         SET WINDOW-NEEDS-ATTENTION TO TRUE
007530         GO TO 4100-EXIT
007540     END-IF.
007550     MOVE SPACES TO STEP-HIST-RECORD.
007560     MOVE TS-PROGRAM-NAME (WS-STEP-SUB) TO SH-PROGRAM-NAME.
007570     MOVE TS-RUN-ID (WS-STEP-SUB)       TO SH-RUN-ID.
007580     MOVE TS-START-DATE (WS-STEP-SUB)   TO SH-START-DATE.
007590     MOVE TS-START-TIME (WS-STEP-SUB)   TO SH-START-TIME.
007600     MOVE TS-END-DATE (WS-STEP-SUB)     TO SH-END-DATE.
007610     MOVE TS-END-TIME (WS-STEP-SUB)     TO SH-END-TIME.
007620     MOVE TS-ELAPSED (WS-STEP-SUB)      TO SH-ELAPSED-SECS.
007630     MOVE TS-RECORDS (WS-STEP-SUB)      TO SH-RECORDS.
007640     MOVE TS-RATE (WS-STEP-SUB)         TO SH-RECS-PER-MIN.
007650     MOVE TS-RETURN-CODE (WS-STEP-SUB)  TO SH-RETURN-CODE.
007660     WRITE STEP-HIST-RECORD.
007661     IF WS-STEPHIST-STATUS NOT = "00"
007662         MOVE SPACES TO WINDOW-RPT-RECORD
007663         STRING "STEPHIST WRITE FAILED - STATUS "
007664                WS-STEPHIST-STATUS " - STEP "
007665                TS-PROGRAM-NAME (WS-STEP-SUB) " "
007666                TS-RUN-ID (WS-STEP-SUB) " IS NOT KEPT"
007667             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
007668         WRITE WINDOW-RPT-RECORD
007669         SET WINDOW-NEEDS-ATTENTION TO TRUE
007670         GO TO 4100-EXIT
007671     END-IF.
007672     ADD 1 TO WS-STEPS-HARVESTED.
007680 4100-EXIT.
007690     EXIT.
007700
007710*-----------------------------------------------------------*
007720* 5000-REPORT-THE-WINDOW - TONIGHT'S STEPS, THE CRITICAL PATH
007730* AGAINST THE SLA, AND THE SLOWEST STEPS AGAINST THEIR NORM.
007740* THE NORMS STILL HOLD ONLY THE NIGHTS BEFORE TONIGHT HERE.
007750* NIGHTS ARE PARTED BY THE DAYTIME LULL: TONIGHT OPENS WITH
007760* THE LAST STEP THAT STARTED MORE THAN FOUR HOURS AFTER EVERY
007770* STEP BEFORE IT HAD STARTED AND ENDED.  ANY EARLIER STEPS (A
007780* HARVEST MISSED, OR THE FIRST HARVEST OF A LONG LOG) ARE TIMED
007790* AND KEPT BUT NOT JUDGED AS TONIGHT'S WINDOW.
007800*-----------------------------------------------------------*
007810 5000-REPORT-THE-WINDOW.
007820     MOVE SPACES TO WINDOW-RPT-RECORD.
007830     WRITE WINDOW-RPT-RECORD.
007840     IF WS-STEP-COUNT = 0
007850         MOVE SPACES TO WINDOW-RPT-RECORD
007860         STRING "NO STEPS ON OPSLOG SINCE THE LAST HARVEST "
007870                "(" WS-MARK-DATE " " WS-MARK-TIME
007880                ") - NO WINDOW TO REPORT"
007890             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
007900         WRITE WINDOW-RPT-RECORD
007910         GO TO 5000-EXIT
007920     END-IF.
007930
007940     MOVE 1 TO WS-NIGHT-FIRST-SUB.
007950     MOVE TS-START-ABS (1) TO WS-BEST-END.
007960     PERFORM 5050-TEST-ONE-NIGHT-START
007970         THRU 5050-EXIT
007980         VARYING WS-STEP-SUB FROM 1 BY 1
007990         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
008000     IF WS-NIGHT-FIRST-SUB > 1
008010         COMPUTE WS-RPT-SEQ = WS-NIGHT-FIRST-SUB - 1
008020         MOVE SPACES TO WINDOW-RPT-RECORD
008030         STRING WS-RPT-SEQ " EARLIER STEPS SINCE THE LAST "
008040                "HARVEST - TIMED AND KEPT, NOT PART OF TONIGHT"
008050             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
008060         WRITE WINDOW-RPT-RECORD
008070     END-IF.
008080
008090     PERFORM 5100-TRACE-CRITICAL-PATH
008100         THRU 5100-EXIT.
008110
008120     MOVE SPACES TO WINDOW-RPT-RECORD.
008130     STRING "TONIGHT'S STEPS IN START ORDER (* = ON THE "
008140            "CRITICAL PATH, SLOW* = OVER NORM BY MORE THAN "
008150            "THE SLOW PCT)"
008160         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
008170     WRITE WINDOW-RPT-RECORD.
008180     MOVE SPACES TO WINDOW-RPT-RECORD.
008190     STRING "      PROGRAM          RUN-ID   START    END      "
008200            "ELAPSED   RECORDS  PER MIN  NORM     OVER% RC"
008210         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
008220     WRITE WINDOW-RPT-RECORD.
008230     PERFORM 5200-REPORT-ONE-STEP
008240         THRU 5200-EXIT
008250         VARYING WS-STEP-SUB FROM WS-NIGHT-FIRST-SUB BY 1
008260         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
008270     IF STEP-TABLE-FULL
008280         MOVE SPACES TO WINDOW-RPT-RECORD
008290         STRING "WARNING - MORE THAN 50 STEPS SINCE THE LAST "
008300                "HARVEST - THE REST WAIT FOR THE NEXT RUN"
008310             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
008320         WRITE WINDOW-RPT-RECORD
008330     END-IF.
008340
008350     PERFORM 5300-REPORT-AGAINST-SLA
008360         THRU 5300-EXIT.
008370
008380     PERFORM 5400-REPORT-SLOWEST-STEPS
008390         THRU 5400-EXIT.
008400 5000-EXIT.
008410     EXIT.
008420
008430*-----------------------------------------------------------*
008440* 5050-TEST-ONE-NIGHT-START - A STEP STARTING AFTER A LULL
008450* OF MORE THAN FOUR HOURS (WS-BEST-END HOLDS THE LATEST START
008460* OR END SO FAR) OPENS A NEW NIGHT.
008470*-----------------------------------------------------------*
008480 5050-TEST-ONE-NIGHT-START.
008490     IF TS-START-ABS (WS-STEP-SUB) > WS-BEST-END + 14400
008500         MOVE WS-STEP-SUB TO WS-NIGHT-FIRST-SUB
008510     END-IF.
008520     IF TS-START-ABS (WS-STEP-SUB) > WS-BEST-END
008530         MOVE TS-START-ABS (WS-STEP-SUB) TO WS-BEST-END
008540     END-IF.
008550     IF TS-STEP-ENDED (WS-STEP-SUB)
008560       AND TS-END-ABS (WS-STEP-SUB) > WS-BEST-END
008570         MOVE TS-END-ABS (WS-STEP-SUB) TO WS-BEST-END
008580     END-IF.
008590 5050-EXIT.
008600     EXIT.
008610
008620*-----------------------------------------------------------*
008630* 5100-TRACE-CRITICAL-PATH - THE WINDOW RUNS FROM THE FIRST
008640* START TO THE LAST END.  WORKING BACK FROM THE STEP THAT
008650* ENDED LAST, EACH STEP ON THE PATH WAS HELD UP BY THE STEP
008660* THAT ENDED LATEST AT OR BEFORE ITS OWN START; THE CHAIN OF
008670* THOSE IS WHAT DECIDED THE FINISH.
008680*-----------------------------------------------------------*
008690 5100-TRACE-CRITICAL-PATH.
008700     MOVE TS-START-ABS (WS-NIGHT-FIRST-SUB) TO WS-WINDOW-START.
008710     MOVE 0 TO WS-PATH-SUB.
008720     MOVE -1 TO WS-BEST-END.
008730     PERFORM 5110-TEST-ONE-LAST-END
008740         THRU 5110-EXIT
008750         VARYING WS-STEP-SUB FROM WS-NIGHT-FIRST-SUB BY 1
008760         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
008770     IF WS-PATH-SUB = 0
008780         GO TO 5100-EXIT
008790     END-IF.
008800     MOVE WS-BEST-END TO WS-WINDOW-END.
008810
008820     PERFORM 5120-STEP-BACK-ONE
008830         THRU 5120-EXIT
008840         UNTIL WS-PATH-SUB = 0.
008850 5100-EXIT.
008860     EXIT.
008870
008880*-----------------------------------------------------------*
008890* 5110-TEST-ONE-LAST-END - KEEP THE STEP THAT ENDED LAST.
008900*-----------------------------------------------------------*
008910 5110-TEST-ONE-LAST-END.
008920     IF TS-STEP-ENDED (WS-STEP-SUB)
008930       AND TS-END-ABS (WS-STEP-SUB) > WS-BEST-END
008940         MOVE TS-END-ABS (WS-STEP-SUB) TO WS-BEST-END
008950         MOVE WS-STEP-SUB TO WS-PATH-SUB
008960     END-IF.
008970 5110-EXIT.
008980     EXIT.
008990
009000*-----------------------------------------------------------*
009010* 5120-STEP-BACK-ONE - MARK THE PATH STEP IN HAND AND FIND
009020* THE STEP THAT HELD IT UP.
009030*-----------------------------------------------------------*
009040 5120-STEP-BACK-ONE.
009050     MOVE "Y" TO TS-PATH-SW (WS-PATH-SUB).
009060     ADD 1 TO WS-PATH-STEPS.
009070     MOVE 0 TO WS-PRIOR-SUB.
009080     MOVE -1 TO WS-BEST-END.
009090     PERFORM 5130-TEST-ONE-PREDECESSOR
009100         THRU 5130-EXIT
009110         VARYING WS-STEP-SUB FROM WS-NIGHT-FIRST-SUB BY 1
009120         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
009130     MOVE WS-PRIOR-SUB TO WS-PATH-SUB.
009140 5120-EXIT.
009150     EXIT.
009160
009170*-----------------------------------------------------------*
009180* 5130-TEST-ONE-PREDECESSOR - ONE CANDIDATE FOR THE STEP THAT
009190* HELD UP THE PATH STEP IN HAND.
009200*-----------------------------------------------------------*
009210 5130-TEST-ONE-PREDECESSOR.
009220     IF TS-STEP-ENDED (WS-STEP-SUB)
009230       AND NOT TS-ON-CRITICAL-PATH (WS-STEP-SUB)
009240       AND TS-END-ABS (WS-STEP-SUB)
009250           NOT > TS-START-ABS (WS-PATH-SUB)
009260       AND TS-END-ABS (WS-STEP-SUB) > WS-BEST-END
009270         MOVE TS-END-ABS (WS-STEP-SUB) TO WS-BEST-END
009280         MOVE WS-STEP-SUB TO WS-PRIOR-SUB
009290     END-IF.
009300 5130-EXIT.
009310     EXIT.
009320
009330*-----------------------------------------------------------*
009340* 5200-REPORT-ONE-STEP - ONE STEP: ITS CLOCK TIMES, ELAPSED,
009350* THROUGHPUT, AND ELAPSED AGAINST ITS NORM.  A STEP STILL
009360* WITHOUT AN END LINE IS SHOWN AS SUCH AND NEEDS ATTENTION.
009370*-----------------------------------------------------------*
009380 5200-REPORT-ONE-STEP.
009390     MOVE WS-STEP-SUB TO WS-RPT-SEQ.
009400     MOVE TS-START-TIME (WS-STEP-SUB) TO WS-TIME-OF-DAY.
009410     PERFORM 9300-SECONDS-OF-DAY
009420         THRU 9300-EXIT.
009430     MOVE WS-DAY-SECS TO WS-HMS-SECS.
009440     PERFORM 9200-FORMAT-HMS
009450         THRU 9200-EXIT.
009460     MOVE WS-HMS-TEXT TO WS-RPT-START.
009470
009480     IF NOT TS-STEP-ENDED (WS-STEP-SUB)
009490         MOVE SPACES TO WINDOW-RPT-RECORD
009500         STRING WS-RPT-SEQ "   "
009510                TS-PROGRAM-NAME (WS-STEP-SUB) " "
009520                TS-RUN-ID (WS-STEP-SUB) " "
009530                WS-RPT-START
009540                " NO END LINE - NOT TIMED"
009550             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
009560         WRITE WINDOW-RPT-RECORD
009570         GO TO 5200-EXIT
009580     END-IF.
009590
009600     MOVE TS-END-TIME (WS-STEP-SUB) TO WS-TIME-OF-DAY.
009610     PERFORM 9300-SECONDS-OF-DAY
009620         THRU 9300-EXIT.
009630     MOVE WS-DAY-SECS TO WS-HMS-SECS.
009640     PERFORM 9200-FORMAT-HMS
009650         THRU 9200-EXIT.
009660     MOVE WS-HMS-TEXT TO WS-RPT-END.
009670     MOVE TS-ELAPSED (WS-STEP-SUB) TO WS-HMS-SECS.
009680     PERFORM 9200-FORMAT-HMS
009690         THRU 9200-EXIT.
009700     MOVE WS-HMS-TEXT TO WS-RPT-ELAPSED.
009710
009720     MOVE TS-PROGRAM-NAME (WS-STEP-SUB) TO WS-NORM-NAME.
009730     PERFORM 5500-JUDGE-AGAINST-NORM
009740         THRU 5500-EXIT.
009750
009760     IF TS-ON-CRITICAL-PATH (WS-STEP-SUB)
009770         MOVE "*" TO WS-RPT-PATH
009780     ELSE
009790         MOVE SPACE TO WS-RPT-PATH
009800     END-IF.
009810     MOVE TS-RECORDS (WS-STEP-SUB)     TO WS-RPT-COUNT.
009820     MOVE TS-RATE (WS-STEP-SUB)        TO WS-RPT-RATE.
009830     MOVE TS-RETURN-CODE (WS-STEP-SUB) TO WS-RPT-RC.
009840     MOVE SPACES TO WINDOW-RPT-RECORD.
009850     STRING WS-RPT-SEQ " " WS-RPT-PATH " "
009860            TS-PROGRAM-NAME (WS-STEP-SUB) " "
009870            TS-RUN-ID (WS-STEP-SUB) " "
009880            WS-RPT-START " " WS-RPT-END " "
009890            WS-RPT-ELAPSED " " WS-RPT-COUNT " "
009900            WS-RPT-RATE " " WS-RPT-NORM " "
009910            WS-RPT-OVER " " WS-RPT-RC " " WS-RPT-FLAG
009920         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
009930     WRITE WINDOW-RPT-RECORD.
009940 5200-EXIT.
009950     EXIT.
009960
009970*-----------------------------------------------------------*
009980* 5300-REPORT-AGAINST-SLA - THE WINDOW AND ITS CRITICAL PATH
009990* AGAINST THE SLA END: THE FIRST CARDED SLA TIME AFTER THE
010000* WINDOW OPENED, SO 06:00 AFTER A 22:00 START IS NEXT MORNING.
010010*-----------------------------------------------------------*
010020 5300-REPORT-AGAINST-SLA.
010030     MOVE SPACES TO WINDOW-RPT-RECORD.
010040     WRITE WINDOW-RPT-RECORD.
010050     IF WS-PATH-STEPS = 0
010060         MOVE SPACES TO WINDOW-RPT-RECORD
010070         STRING "NO STEP HAS ENDED YET - THE WINDOW CANNOT BE "
010080                "JUDGED AGAINST THE SLA"
010090             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
010100         WRITE WINDOW-RPT-RECORD
010110         GO TO 5300-EXIT
010120     END-IF.
010130
010140     DIVIDE WS-WINDOW-START BY 86400
010150         GIVING WS-WORK-QUOTIENT
010160         REMAINDER WS-WORK-SECS.
010170     COMPUTE WS-SLA-ABS = WS-WORK-QUOTIENT * 86400
010180         + WS-SLA-END-HH * 3600 + WS-SLA-END-MM * 60.
010190     IF WS-SLA-ABS NOT > WS-WINDOW-START
010200         ADD 86400 TO WS-SLA-ABS
010210     END-IF.
010220
010230     MOVE SPACES TO WINDOW-RPT-RECORD.
010240     STRING "CRITICAL PATH - THE CHAIN OF STEPS THAT DECIDED "
010250            "THE FINISH:"
010260         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
010270     WRITE WINDOW-RPT-RECORD.
010280     PERFORM 5310-REPORT-ONE-PATH-STEP
010290         THRU 5310-EXIT
010300         VARYING WS-STEP-SUB FROM WS-NIGHT-FIRST-SUB BY 1
010310         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
010320
010330     COMPUTE WS-HMS-SECS = WS-WINDOW-END - WS-WINDOW-START.
010340     PERFORM 9200-FORMAT-HMS
010350         THRU 9200-EXIT.
010360     MOVE WS-PATH-STEPS TO WS-RPT-SEQ.
010370     MOVE SPACES TO WINDOW-RPT-RECORD.
010380     STRING "WINDOW ELAPSED.....: " WS-HMS-TEXT
010390            "  (" WS-RPT-SEQ " STEPS ON THE CRITICAL PATH)"
010400         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
010410     WRITE WINDOW-RPT-RECORD.
010420
010430     DIVIDE WS-WINDOW-END BY 86400
010440         GIVING WS-WORK-QUOTIENT
010450         REMAINDER WS-HMS-SECS.
010460     PERFORM 9200-FORMAT-HMS
010470         THRU 9200-EXIT.
010480     MOVE SPACES TO WINDOW-RPT-RECORD.
010490     STRING "WINDOW FINISHED....: " WS-HMS-TEXT
010500            "  SLA END " WS-SLA-END-HH ":" WS-SLA-END-MM
010510         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
010520     WRITE WINDOW-RPT-RECORD.
010530
010540     COMPUTE WS-SLACK-SECS = WS-SLA-ABS - WS-WINDOW-END.
010550     MOVE SPACES TO WINDOW-RPT-RECORD.
010560     IF WS-SLACK-SECS < 0
010570         COMPUTE WS-HMS-SECS = 0 - WS-SLACK-SECS
010580         PERFORM 9200-FORMAT-HMS
010590             THRU 9200-EXIT
010600         STRING "SLA................: MISSED BY " WS-HMS-TEXT
010610             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
010620         SET WINDOW-NEEDS-ATTENTION TO TRUE
010630     ELSE
010640         MOVE WS-SLACK-SECS TO WS-HMS-SECS
010650         PERFORM 9200-FORMAT-HMS
010660             THRU 9200-EXIT
010670         STRING "SLA................: MET WITH " WS-HMS-TEXT
010680                " TO SPARE"
010690             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
010700     END-IF.
010710     WRITE WINDOW-RPT-RECORD.
010720 5300-EXIT.
010730     EXIT.
010740
010750*-----------------------------------------------------------*
010760* 5310-REPORT-ONE-PATH-STEP - ONE CRITICAL-PATH STEP AND THE
010770* WAIT BEFORE IT STARTED.
010780*-----------------------------------------------------------*
010790 5310-REPORT-ONE-PATH-STEP.
010800     IF NOT TS-ON-CRITICAL-PATH (WS-STEP-SUB)
010810         GO TO 5310-EXIT
010820     END-IF.
010830     MOVE TS-ELAPSED (WS-STEP-SUB) TO WS-HMS-SECS.
010840     PERFORM 9200-FORMAT-HMS
010850         THRU 9200-EXIT.
010860     MOVE WS-HMS-TEXT TO WS-RPT-ELAPSED.
010870     MOVE WS-STEP-SUB TO WS-RPT-SEQ.
010880     MOVE SPACES TO WINDOW-RPT-RECORD.
010890     STRING "    " WS-RPT-SEQ " " TS-PROGRAM-NAME (WS-STEP-SUB)
010900            " " TS-RUN-ID (WS-STEP-SUB)
010910            " ELAPSED " WS-RPT-ELAPSED
010920         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
010930     WRITE WINDOW-RPT-RECORD.
010940 5310-EXIT.
010950     EXIT.
010960
010970*-----------------------------------------------------------*
010980* 5400-REPORT-SLOWEST-STEPS - THE FIVE LONGEST TIMED STEPS,
010990* LONGEST FIRST, EACH AGAINST ITS NORM.
011000*-----------------------------------------------------------*
011010 5400-REPORT-SLOWEST-STEPS.
011020     MOVE SPACES TO WINDOW-RPT-RECORD.
011030     WRITE WINDOW-RPT-RECORD.
011040     MOVE SPACES TO WINDOW-RPT-RECORD.
011050     STRING "SLOWEST STEPS AGAINST THEIR NORM (MEAN OF THE "
011060            "LAST 7 TIMED RUNS BEFORE TONIGHT):"
011070         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
011080     WRITE WINDOW-RPT-RECORD.
011090     PERFORM 5410-REPORT-NEXT-SLOWEST
011100         THRU 5410-EXIT
011110         VARYING WS-RANK FROM 1 BY 1
011120         UNTIL WS-RANK > 5.
011130 5400-EXIT.
011140     EXIT.
011150
011160*-----------------------------------------------------------*
011170* 5410-REPORT-NEXT-SLOWEST - THE LONGEST STEP NOT YET LISTED.
011180*-----------------------------------------------------------*
011190 5410-REPORT-NEXT-SLOWEST.
011200     MOVE 0 TO WS-SLOWEST-SUB.
011210     MOVE -1 TO WS-BEST-ELAPSED.
011220     PERFORM 5420-TEST-ONE-FOR-SLOWEST
011230         THRU 5420-EXIT
011240         VARYING WS-STEP-SUB FROM WS-NIGHT-FIRST-SUB BY 1
011250         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
011260     IF WS-SLOWEST-SUB = 0
011270         GO TO 5410-EXIT
011280     END-IF.
011290     MOVE "Y" TO TS-RANKED-SW (WS-SLOWEST-SUB).
011300
011310     MOVE TS-ELAPSED (WS-SLOWEST-SUB) TO WS-HMS-SECS.
011320     PERFORM 9200-FORMAT-HMS
011330         THRU 9200-EXIT.
011340     MOVE WS-HMS-TEXT TO WS-RPT-ELAPSED.
011350     MOVE TS-PROGRAM-NAME (WS-SLOWEST-SUB) TO WS-NORM-NAME.
011360     MOVE WS-SLOWEST-SUB TO WS-STEP-SUB.
011370     PERFORM 5500-JUDGE-AGAINST-NORM
011380         THRU 5500-EXIT.
011390     IF WS-RPT-FLAG NOT = SPACES
011400         ADD 1 TO WS-STEPS-SLOW
011405         SET WINDOW-NEEDS-ATTENTION TO TRUE
011410     END-IF.
011420
011430     MOVE WS-RANK TO WS-RPT-SMALL.
011440     MOVE SPACES TO WINDOW-RPT-RECORD.
011450     STRING "    " WS-RPT-SMALL ". "
011460            TS-PROGRAM-NAME (WS-SLOWEST-SUB) " "
011470            TS-RUN-ID (WS-SLOWEST-SUB)
011480            " ELAPSED " WS-RPT-ELAPSED
011490            " NORM " WS-RPT-NORM
011500            " OVER% " WS-RPT-OVER " " WS-RPT-FLAG
011510         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
011520     WRITE WINDOW-RPT-RECORD.
011530 5410-EXIT.
011540     EXIT.
011550
011560*-----------------------------------------------------------*
011570* 5420-TEST-ONE-FOR-SLOWEST - KEEP THE LONGEST UNLISTED STEP.
011580*-----------------------------------------------------------*
011590 5420-TEST-ONE-FOR-SLOWEST.
011600     IF TS-STEP-ENDED (WS-STEP-SUB)
011610       AND NOT TS-ALREADY-RANKED (WS-STEP-SUB)
011620       AND TS-ELAPSED (WS-STEP-SUB) > WS-BEST-ELAPSED
011630         MOVE TS-ELAPSED (WS-STEP-SUB) TO WS-BEST-ELAPSED
011640         MOVE WS-STEP-SUB TO WS-SLOWEST-SUB
011650     END-IF.
011660 5420-EXIT.
011670     EXIT.
011680
011690*-----------------------------------------------------------*
011700* 5500-JUDGE-AGAINST-NORM - STEP WS-STEP-SUB'S ELAPSED
011710* AGAINST THE NORM OF PROGRAM WS-NORM-NAME: THE NORM AS
011720* HH:MM:SS, THE PERCENT OVER IT, AND SLOW* WHEN THAT IS MORE
011730* THAN THE CARDED SLOW PERCENT.  A PROGRAM WITH NO HISTORY
011740* HAS NO NORM AND IS NEVER FLAGGED.
011750*-----------------------------------------------------------*
011760 5500-JUDGE-AGAINST-NORM.
011770     MOVE SPACES TO WS-RPT-FLAG.
011780     MOVE "NO NORM"  TO WS-RPT-NORM.
011790     MOVE SPACES TO WS-RPT-OVER.
011800     PERFORM 2400-WORK-NORM
011810         THRU 2400-EXIT.
011820     IF WS-NORM-MATCH-SUB = 0
011830         GO TO 5500-EXIT
011840     END-IF.
011850     MOVE WS-AVG-ELAPSED TO WS-HMS-SECS.
011860     PERFORM 9200-FORMAT-HMS
011870         THRU 9200-EXIT.
011880     MOVE WS-HMS-TEXT TO WS-RPT-NORM.
011890     IF WS-AVG-ELAPSED = 0
011900         GO TO 5500-EXIT
011910     END-IF.
011920     COMPUTE WS-OVER-PCT =
011930         ((TS-ELAPSED (WS-STEP-SUB) - WS-AVG-ELAPSED) * 100)
011940         / WS-AVG-ELAPSED.
011950     MOVE WS-OVER-PCT TO WS-RPT-PCT.
011960     MOVE WS-RPT-PCT  TO WS-RPT-OVER.
011970     IF WS-OVER-PCT > WS-SLOW-PCT
011980         MOVE "SLOW*" TO WS-RPT-FLAG
011990     END-IF.
012000 5500-EXIT.
012010     EXIT.
012020
012030*-----------------------------------------------------------*
012040* 6000-FORECAST-NEXT-NIGHT - NOW THAT TONIGHT HAS BEEN JUDGED,
012050* ROLL IT INTO THE NORMS AND FORECAST THE NIGHT WAITING ON
012060* PARMIN: THE NIGHTCTL ROSTER'S OTHER STEPS AT THEIR NORM
012070* ELAPSED, PLUS THE VOLUME AT FunctionExample'S NORM RATE
012080* (SINGLE-STREAM), OR ParmSplit, THE SLOWEST STREAM'S SHARE
012090* AT THE SAME RATE AND RunMerge (SPLIT PATH).  STREAM
012100* INSTANCES DO NOT LOG, SO A STREAM IS TAKEN TO RUN AT THE
012110* SINGLE-STREAM RATE.
012120*-----------------------------------------------------------*
012130 6000-FORECAST-NEXT-NIGHT.
012140     PERFORM 6100-ROLL-ONE-STEP-INTO-NORM
012150         THRU 6100-EXIT
012160         VARYING WS-STEP-SUB FROM 1 BY 1
012170         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
012180
012190     MOVE SPACES TO WINDOW-RPT-RECORD.
012200     WRITE WINDOW-RPT-RECORD.
012210     MOVE SPACES TO WINDOW-RPT-RECORD.
012220     STRING "FORECAST FOR THE NIGHT WAITING ON PARMIN:"
012230         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
012240     WRITE WINDOW-RPT-RECORD.
012250
012260     PERFORM 6200-COUNT-PARMIN-VOLUME
012270         THRU 6200-EXIT.
012280     IF WS-PARMIN-STATUS NOT = "00"
012290         GO TO 6000-EXIT
012300     END-IF.
012310
012320     MOVE "FUNCTIONEXAMPLE" TO WS-NORM-NAME.
012330     PERFORM 2400-WORK-NORM
012340         THRU 2400-EXIT.
012350     MOVE WS-AVG-RATE  TO WS-FE-RATE.
012360     MOVE WS-RATE-RUNS TO WS-FE-RUNS.
012370     IF WS-FE-RATE = 0
012380         MOVE SPACES TO WINDOW-RPT-RECORD
012390         STRING "NO FUNCTIONEXAMPLE THROUGHPUT ON STEPHIST YET "
012400                "- NO FORECAST CAN BE MADE"
012410             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
012420         WRITE WINDOW-RPT-RECORD
012430         SET WINDOW-NEEDS-ATTENTION TO TRUE
012440         GO TO 6000-EXIT
012450     END-IF.
012460     MOVE WS-FE-RATE TO WS-RPT-RATE.
012470     MOVE WS-FE-RUNS TO WS-RPT-SMALL.
012480     MOVE SPACES TO WINDOW-RPT-RECORD.
012490     STRING "THROUGHPUT NORM....: " WS-RPT-RATE
012500            " RECORDS PER MINUTE (FUNCTIONEXAMPLE, LAST "
012510            WS-RPT-SMALL " TIMED RUNS)"
012520         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
012530     WRITE WINDOW-RPT-RECORD.
012540
012550     PERFORM 6300-TIME-THE-ROSTER
012560         THRU 6300-EXIT.
012570
012580     COMPUTE WS-AVAILABLE-SECS =
012590         (WS-SLA-END-HH * 3600 + WS-SLA-END-MM * 60)
012600         - (WS-NIGHT-START-HH * 3600 + WS-NIGHT-START-MM * 60).
012610     IF WS-SLA-END-HH * 60 + WS-SLA-END-MM
012620         NOT > WS-NIGHT-START-HH * 60 + WS-NIGHT-START-MM
012630         COMPUTE WS-AVAILABLE-SECS =
012640             (WS-SLA-END-HH * 3600 + WS-SLA-END-MM * 60) + 86400
012650             - (WS-NIGHT-START-HH * 3600 + WS-NIGHT-START-MM * 60)
012660     END-IF.
012670     COMPUTE WS-USABLE-SECS =
012680         (WS-AVAILABLE-SECS * (100 - WS-MARGIN-PCT)) / 100.
012690     MOVE WS-AVAILABLE-SECS TO WS-HMS-SECS.
012700     PERFORM 9200-FORMAT-HMS
012710         THRU 9200-EXIT.
012720     MOVE SPACES TO WINDOW-RPT-RECORD.
012730     STRING "WINDOW AVAILABLE...: " WS-HMS-TEXT
012740            "  (" WS-NIGHT-START-HH ":" WS-NIGHT-START-MM
012750            " TO " WS-SLA-END-HH ":" WS-SLA-END-MM ")"
012760         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
012770     WRITE WINDOW-RPT-RECORD.
012780
012790     MOVE WS-PARMIN-VOLUME TO WS-VOLUME-SECS.
012800     MOVE WS-FE-RATE       TO WS-VOLUME-RATE.
012810     PERFORM 6400-SECONDS-FOR-VOLUME
012820         THRU 6400-EXIT.
012830     COMPUTE WS-SINGLE-SECS = WS-FIXED-SECS + WS-VOLUME-SECS.
012840     MOVE WS-SINGLE-SECS TO WS-PATH-SECS.
012850     PERFORM 6500-JUDGE-ONE-PATH
012860         THRU 6500-EXIT.
012870     MOVE WS-FIT-VERDICT TO WS-SINGLE-VERDICT.
012880     MOVE SPACES TO WINDOW-RPT-RECORD.
012890     STRING "SINGLE-STREAM PATH.: " WS-RPT-ELAPSED
012900            "  FINISH " WS-RPT-END "  " WS-SINGLE-VERDICT
012910         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
012920     WRITE WINDOW-RPT-RECORD.
012930
012940     PERFORM 6600-TIME-THE-SPLIT-PATH
012950         THRU 6600-EXIT.
012960     MOVE WS-SPLIT-SECS TO WS-PATH-SECS.
012970     PERFORM 6500-JUDGE-ONE-PATH
012980         THRU 6500-EXIT.
012990     MOVE WS-FIT-VERDICT TO WS-SPLIT-VERDICT.
013000     MOVE SPACES TO WINDOW-RPT-RECORD.
013010     STRING "SPLIT PATH (" WS-SPLIT-STREAMS " STR).: "
013020            WS-RPT-ELAPSED
013030            "  FINISH " WS-RPT-END "  " WS-SPLIT-VERDICT
013040         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
013050     WRITE WINDOW-RPT-RECORD.
013060
013070     PERFORM 6700-RECOMMEND-A-PATH
013080         THRU 6700-EXIT.
013090 6000-EXIT.
013100     EXIT.
013110
013120*-----------------------------------------------------------*
013130* 6100-ROLL-ONE-STEP-INTO-NORM - ONE TIMED STEP OF TONIGHT.
013140*-----------------------------------------------------------*
013150 6100-ROLL-ONE-STEP-INTO-NORM.
013160     IF NOT TS-STEP-ENDED (WS-STEP-SUB)
013170         GO TO 6100-EXIT
013180     END-IF.
013190     MOVE TS-PROGRAM-NAME (WS-STEP-SUB) TO WS-NORM-NAME.
013200     MOVE TS-ELAPSED (WS-STEP-SUB)      TO WS-WORK-SECS.
013210     MOVE TS-RATE (WS-STEP-SUB)         TO WS-AVG-RATE.
013220     PERFORM 2200-ROLL-INTO-NORM
013230         THRU 2200-EXIT.
013240 6100-EXIT.
013250     EXIT.
013260
013270*-----------------------------------------------------------*
013280* 6200-COUNT-PARMIN-VOLUME - THE RECORDS FunctionExample WILL
013290* COUNT: EVERYTHING ON PARMIN BUT THE BATCH HEADERS AND
013300* TRAILERS.
013310*-----------------------------------------------------------*
013320 6200-COUNT-PARMIN-VOLUME.
013330     MOVE "N" TO WS-EOF-SWITCH.
013340     OPEN INPUT PARM-IN-FILE.
013350     IF WS-PARMIN-STATUS NOT = "00"
013360         MOVE SPACES TO WINDOW-RPT-RECORD
013370         STRING "PARMIN IS NOT YET PRESENT - NO FORECAST CAN BE "
013380                "MADE UNTIL IT ARRIVES"
013390             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
013400         WRITE WINDOW-RPT-RECORD
013410         GO TO 6200-EXIT
013420     END-IF.
013430     PERFORM 6210-COUNT-ONE-PARMIN-RECORD
013440         THRU 6210-EXIT
013450         UNTIL END-OF-CURRENT-FILE.
013460     CLOSE PARM-IN-FILE.
013470
013480     MOVE WS-PARMIN-VOLUME TO WS-RPT-COUNT.
013490     MOVE SPACES TO WINDOW-RPT-RECORD.
013500     STRING "PARMIN VOLUME......: " WS-RPT-COUNT
013510            " RECORDS (BATCH HEADERS AND TRAILERS NOT COUNTED)"
013520         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
013530     WRITE WINDOW-RPT-RECORD.
013540 6200-EXIT.
013550     EXIT.
013560
013570*-----------------------------------------------------------*
013580* 6210-COUNT-ONE-PARMIN-RECORD - ONE PARMIN RECORD.
013590*-----------------------------------------------------------*
013600 6210-COUNT-ONE-PARMIN-RECORD.
013610     READ PARM-IN-FILE
013620         AT END
013630             SET END-OF-CURRENT-FILE TO TRUE
013640             GO TO 6210-EXIT
013650     END-READ.
013660     IF NOT PI-BATCH-HEADER
013670       AND NOT PI-BATCH-TRAILER
013680         ADD 1 TO WS-PARMIN-VOLUME
013690     END-IF.
013700 6210-EXIT.
013710     EXIT.
013720
013730*-----------------------------------------------------------*
013740* 6300-TIME-THE-ROSTER - THE NORM ELAPSED OF EVERY NIGHTCTL
013750* STEP WHOSE TIME DOES NOT GROW WITH THE PARMIN VOLUME ON
013760* EITHER PATH - ALL BUT FunctionExample, ParmSplit AND
013770* RunMerge, WHICH THE PATHS TIME FROM THE VOLUME.  NO ROSTER
013780* MEANS ONLY THE VOLUME STEPS ARE FORECAST.
013790*-----------------------------------------------------------*
013800 6300-TIME-THE-ROSTER.
013810     MOVE 0 TO WS-FIXED-SECS.
013820     MOVE "N" TO WS-EOF-SWITCH.
013830     OPEN INPUT NIGHT-CTL-FILE.
013840     IF WS-NIGHTCTL-STATUS NOT = "00"
013850         MOVE SPACES TO WINDOW-RPT-RECORD
013860         STRING "NO NIGHTCTL ROSTER - ONLY THE VOLUME STEPS ARE "
013870                "FORECAST"
013880             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
013890         WRITE WINDOW-RPT-RECORD
013900         GO TO 6300-EXIT
013910     END-IF.
013920     SET ROSTER-IS-PRESENT TO TRUE.
013930     PERFORM 6310-TIME-ONE-ROSTER-STEP
013940         THRU 6310-EXIT
013950         UNTIL END-OF-CURRENT-FILE.
013960     CLOSE NIGHT-CTL-FILE.
013970
013980     MOVE WS-FIXED-SECS TO WS-HMS-SECS.
013990     PERFORM 9200-FORMAT-HMS
014000         THRU 9200-EXIT.
014010     MOVE WS-ROSTER-STEPS   TO WS-RPT-SMALL.
014020     MOVE WS-ROSTER-UNTIMED TO WS-RPT-SMALL-2.
014030     MOVE SPACES TO WINDOW-RPT-RECORD.
014040     STRING "OTHER ROSTER STEPS.: " WS-HMS-TEXT
014050            "  (" WS-RPT-SMALL " STEPS, " WS-RPT-SMALL-2
014060            " WITH NO TIMING HISTORY)"
014070         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
014080     WRITE WINDOW-RPT-RECORD.
014090 6300-EXIT.
014100     EXIT.
014110
014120*-----------------------------------------------------------*
014130* 6310-TIME-ONE-ROSTER-STEP - ONE ROSTER NAME.
014140*-----------------------------------------------------------*
014150 6310-TIME-ONE-ROSTER-STEP.
014160     READ NIGHT-CTL-FILE
014170         AT END
014180             SET END-OF-CURRENT-FILE TO TRUE
014190             GO TO 6310-EXIT
014200     END-READ.
014210     IF NC-PROGRAM-NAME = SPACES
014220       OR NC-PROGRAM-NAME = "FUNCTIONEXAMPLE"
014230       OR NC-PROGRAM-NAME = "PARMSPLIT"
014240       OR NC-PROGRAM-NAME = "RUNMERGE"
014250         GO TO 6310-EXIT
014260     END-IF.
014270     ADD 1 TO WS-ROSTER-STEPS.
014280     MOVE NC-PROGRAM-NAME TO WS-NORM-NAME.
014290     PERFORM 2400-WORK-NORM
014300         THRU 2400-EXIT.
014310     IF WS-NORM-MATCH-SUB = 0
014320         ADD 1 TO WS-ROSTER-UNTIMED
014330         MOVE SPACES TO WINDOW-RPT-RECORD
014340         STRING "    NO TIMING HISTORY FOR " NC-PROGRAM-NAME
014350                " - LEFT OUT OF THE FORECAST"
014360             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
014370         WRITE WINDOW-RPT-RECORD
014380     ELSE
014390         ADD WS-AVG-ELAPSED TO WS-FIXED-SECS
014400     END-IF.
014410 6310-EXIT.
014420     EXIT.
014430
014440*-----------------------------------------------------------*
014450* 6400-SECONDS-FOR-VOLUME - WS-VOLUME-SECS RECORDS AT
014460* WS-VOLUME-RATE A MINUTE, BACK IN WS-VOLUME-SECS AS SECONDS
014470* ROUNDED UP.  NO RATE GIVES ZERO.
014480*-----------------------------------------------------------*
014490 6400-SECONDS-FOR-VOLUME.
014500     IF WS-VOLUME-RATE = 0
014510         MOVE 0 TO WS-VOLUME-SECS
014520         GO TO 6400-EXIT
014530     END-IF.
014540     COMPUTE WS-WORK-SECS =
014550         (WS-VOLUME-SECS * 60 + WS-VOLUME-RATE - 1)
014560         / WS-VOLUME-RATE.
014570     MOVE WS-WORK-SECS TO WS-VOLUME-SECS.
014580 6400-EXIT.
014590     EXIT.
014600
014610*-----------------------------------------------------------*
014620* 6500-JUDGE-ONE-PATH - A PATH OF WS-PATH-SECS STARTED AT THE
014630* PLANNED NIGHT START: ITS ELAPSED AND FINISH FOR THE REPORT,
014640* AND FITS (INSIDE THE MARGIN), AT RISK (INSIDE THE WINDOW BUT
014650* NOT THE MARGIN) OR MISSES.
014660*-----------------------------------------------------------*
014670 6500-JUDGE-ONE-PATH.
014680     MOVE WS-PATH-SECS TO WS-HMS-SECS.
014690     PERFORM 9200-FORMAT-HMS
014700         THRU 9200-EXIT.
014710     MOVE WS-HMS-TEXT TO WS-RPT-ELAPSED.
014720     COMPUTE WS-WORK-SECS =
014730         WS-NIGHT-START-HH * 3600 + WS-NIGHT-START-MM * 60
014740         + WS-PATH-SECS.
014750     DIVIDE WS-WORK-SECS BY 86400
014760         GIVING WS-WORK-QUOTIENT
014770         REMAINDER WS-HMS-SECS.
014780     PERFORM 9200-FORMAT-HMS
014790         THRU 9200-EXIT.
014800     MOVE WS-HMS-TEXT TO WS-RPT-END.
014810     EVALUATE TRUE
014820         WHEN WS-PATH-SECS NOT > WS-USABLE-SECS
014830             MOVE "FITS"     TO WS-FIT-VERDICT
014840         WHEN WS-PATH-SECS NOT > WS-AVAILABLE-SECS
014850             MOVE "AT RISK"  TO WS-FIT-VERDICT
014860         WHEN OTHER
014870             MOVE "MISSES"   TO WS-FIT-VERDICT
014880     END-EVALUATE.
014890 6500-EXIT.
014900     EXIT.
014910
014920*-----------------------------------------------------------*
014930* 6600-TIME-THE-SPLIT-PATH - ParmSplit OVER THE WHOLE VOLUME,
014940* THE LARGEST STREAM SHARE AT THE SINGLE-STREAM RATE (STREAMS
014950* RUN SIDE BY SIDE), THEN RunMerge OVER THE WHOLE VOLUME.
014960* WHERE ParmSplit OR RunMerge HAVE NO THROUGHPUT HISTORY THEY
014970* ARE TAKEN AT THEIR NORM ELAPSED, ELSE LEFT OUT, AND SAID SO.
014980*-----------------------------------------------------------*
014990 6600-TIME-THE-SPLIT-PATH.
015000     MOVE WS-FIXED-SECS TO WS-SPLIT-SECS.
015010
015020     MOVE "PARMSPLIT" TO WS-NORM-NAME.
015030     PERFORM 6610-TIME-ONE-SPLIT-STEP
015040         THRU 6610-EXIT.
015050
015060     COMPUTE WS-STREAM-VOLUME =
015070         (WS-PARMIN-VOLUME + WS-SPLIT-STREAMS - 1)
015080         / WS-SPLIT-STREAMS.
015090     MOVE WS-STREAM-VOLUME TO WS-VOLUME-SECS.
015100     MOVE WS-FE-RATE       TO WS-VOLUME-RATE.
015110     PERFORM 6400-SECONDS-FOR-VOLUME
015120         THRU 6400-EXIT.
015130     ADD WS-VOLUME-SECS TO WS-SPLIT-SECS.
015140
015150     MOVE "RUNMERGE" TO WS-NORM-NAME.
015160     PERFORM 6610-TIME-ONE-SPLIT-STEP
015170         THRU 6610-EXIT.
015180 6600-EXIT.
015190     EXIT.
015200
015210*-----------------------------------------------------------*
015220* 6610-TIME-ONE-SPLIT-STEP - ParmSplit OR RunMerge OVER THE
015230* WHOLE VOLUME AT ITS OWN NORM RATE.
015240*-----------------------------------------------------------*
015250 6610-TIME-ONE-SPLIT-STEP.
015260     PERFORM 2400-WORK-NORM
015270         THRU 2400-EXIT.
015280     IF WS-AVG-RATE > 0
015290         MOVE WS-PARMIN-VOLUME TO WS-VOLUME-SECS
015300         MOVE WS-AVG-RATE      TO WS-VOLUME-RATE
015310         PERFORM 6400-SECONDS-FOR-VOLUME
015320             THRU 6400-EXIT
015330         ADD WS-VOLUME-SECS TO WS-SPLIT-SECS
015340         GO TO 6610-EXIT
015350     END-IF.
015360     IF WS-NORM-MATCH-SUB > 0
015370         ADD WS-AVG-ELAPSED TO WS-SPLIT-SECS
015380         GO TO 6610-EXIT
015390     END-IF.
015400     MOVE SPACES TO WINDOW-RPT-RECORD.
015410     STRING "    NO TIMING HISTORY FOR " WS-NORM-NAME
015420            " - LEFT OUT OF THE SPLIT PATH"
015430         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
015440     WRITE WINDOW-RPT-RECORD.
015450 6610-EXIT.
015460     EXIT.
015470
015480*-----------------------------------------------------------*
015490* 6700-RECOMMEND-A-PATH - SINGLE-STREAM WHEN IT FITS; ELSE THE
015500* SPLIT PATH WHEN IT FITS OR IS AT LEAST NO WORSE; NEITHER
015510* WHEN BOTH MISS THE WINDOW, WHICH HOLDS THE JOB AT RC 8.
015520*-----------------------------------------------------------*
015530 6700-RECOMMEND-A-PATH.
015540     MOVE SPACES TO WINDOW-RPT-RECORD.
015550     EVALUATE TRUE
015560         WHEN WS-SINGLE-VERDICT = "FITS"
015570             STRING "RECOMMENDATION.....: RUN SINGLE-STREAM"
015580                 DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
015590         WHEN WS-SPLIT-VERDICT = "FITS"
015600             STRING "RECOMMENDATION.....: USE THE "
015610                    "ParmSplit/RunMerge SPLIT PATH"
015620                 DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
015630             SET WINDOW-NEEDS-ATTENTION TO TRUE
015640         WHEN WS-SPLIT-VERDICT = "AT RISK"
015650           AND WS-SPLIT-SECS < WS-SINGLE-SECS
015660             STRING "RECOMMENDATION.....: USE THE "
015670                    "ParmSplit/RunMerge SPLIT PATH - AT RISK "
015680                    "EVEN SO"
015690                 DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
015700             SET WINDOW-NEEDS-ATTENTION TO TRUE
015710         WHEN WS-SINGLE-VERDICT = "AT RISK"
015720             STRING "RECOMMENDATION.....: RUN SINGLE-STREAM - "
015730                    "AT RISK"
015740                 DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
015750             SET WINDOW-NEEDS-ATTENTION TO TRUE
015760         WHEN OTHER
015770             STRING "RECOMMENDATION.....: NEITHER PATH FITS THE "
015780                    "WINDOW - ESCALATE BEFORE THE NIGHT STARTS"
015790                 DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
015800             SET NEITHER-PATH-FITS TO TRUE
015810     END-EVALUATE.
015820     WRITE WINDOW-RPT-RECORD.
015830 6700-EXIT.
015840     EXIT.
015850
015860*-----------------------------------------------------------*
015870* 9000-WRITE-WINDOW-TOTALS - WHAT WAS TIMED AND KEPT.
015880*-----------------------------------------------------------*
015890 9000-WRITE-WINDOW-TOTALS.
015900     MOVE SPACES TO WINDOW-RPT-RECORD.
015910     WRITE WINDOW-RPT-RECORD.
015920
015930     MOVE WS-HIST-RECORDS TO WS-RPT-COUNT.
015940     MOVE SPACES TO WINDOW-RPT-RECORD.
015950     STRING "HISTORY RECORDS....: " WS-RPT-COUNT
015960         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
015970     WRITE WINDOW-RPT-RECORD.
015980
015990     MOVE WS-STEPS-HARVESTED TO WS-RPT-COUNT.
016000     MOVE SPACES TO WINDOW-RPT-RECORD.
016010     STRING "STEPS TIMED........: " WS-RPT-COUNT
016020         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
016030     WRITE WINDOW-RPT-RECORD.
016040
016050     MOVE WS-STEPS-UNENDED TO WS-RPT-COUNT.
016060     MOVE SPACES TO WINDOW-RPT-RECORD.
016070     STRING "STEPS NOT ENDED....: " WS-RPT-COUNT
016080         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
016090     WRITE WINDOW-RPT-RECORD.
016100
016110     MOVE WS-STEPS-SLOW TO WS-RPT-COUNT.
016120     MOVE SPACES TO WINDOW-RPT-RECORD.
016130     STRING "SLOW STEPS.........: " WS-RPT-COUNT
016140         DELIMITED BY SIZE INTO WINDOW-RPT-RECORD.
016150     WRITE WINDOW-RPT-RECORD.
016160
016170     IF NORM-TABLE-FULL
016180         MOVE SPACES TO WINDOW-RPT-RECORD
016190         STRING "WARNING - MORE THAN 40 PROGRAMS ON STEPHIST - "
016200                "SOME HAVE NO NORM"
016210             DELIMITED BY SIZE INTO WINDOW-RPT-RECORD
016220         WRITE WINDOW-RPT-RECORD
016230     END-IF.
016240 9000-EXIT.
016250     EXIT.
016260
016270*-----------------------------------------------------------*
016280* 9200-FORMAT-HMS - WS-HMS-SECS AS HH:MM:SS IN WS-HMS-TEXT.
016290*-----------------------------------------------------------*
016300 9200-FORMAT-HMS.
016310     DIVIDE WS-HMS-SECS BY 3600
016320         GIVING WS-WORK-QUOTIENT
016330         REMAINDER WS-WORK-SECS.
016340     IF WS-WORK-QUOTIENT > 99
016350         MOVE 99 TO WS-WORK-QUOTIENT
016360     END-IF.
016370     MOVE WS-WORK-QUOTIENT TO WS-HMS-HH.
016380     DIVIDE WS-WORK-SECS BY 60
016390         GIVING WS-WORK-QUOTIENT
016400         REMAINDER WS-WORK-SECS.
016410     MOVE WS-WORK-QUOTIENT TO WS-HMS-MM.
016420     MOVE WS-WORK-SECS     TO WS-HMS-SS.
016430 9200-EXIT.
016440     EXIT.
016450
016460*-----------------------------------------------------------*
016470* 9300-SECONDS-OF-DAY - AN OPSLOG TIME (HHMMSSHH) IN
016480* WS-TIME-OF-DAY AS WHOLE SECONDS FROM MIDNIGHT.
016490*-----------------------------------------------------------*
016500 9300-SECONDS-OF-DAY.
016510     MOVE WS-TIME-OF-DAY TO WS-CLOCK-NUM.
016520     COMPUTE WS-DAY-SECS =
016530         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
016540 9300-EXIT.
016550     EXIT.
016560
016570*-----------------------------------------------------------*
016580* 8000-TERMINATE - CLOSE THE REPORT.
016590*-----------------------------------------------------------*
016600 8000-TERMINATE.
016610     CLOSE WINDOW-RPT-FILE.
016620 8000-EXIT.
016630     EXIT.

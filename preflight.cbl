000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    PreFlight.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  EVENING PRE-FLIGHT OF
000130*                    EVERY CONTROL CARD THE NIGHT DEPENDS ON,
000140*                    RUN BY THE EVENING SHIFT BEFORE THE NIGHT
000150*                    IS RELEASED.  MOST 2 A.M. FAILURES ARE A
000160*                    BAD CARD, NOT BAD DATA, AND EACH PROGRAM
000170*                    ONLY FINDS OUT WHEN IT GETS TO ITS OWN.
000180*                    READS RUNCTL (AND RUNCTLNN FOR EACH
000190*                    STREAM ON A SPLIT NIGHT), MYFNRATE,
000200*                    SPLTCTL, MRGCTL, AUDCTL, AINQCTL, RCYCTL,
000210*                    TRNDCTL AND NIGHTCTL, EDITS EVERY FIELD
000220*                    THE WAY ITS OWN PROGRAM WILL TAKE IT, AND
000230*                    CROSS-CHECKS THE CARDS AGAINST EACH OTHER
000240*                    AND AGAINST THE "H" HEADERS WAITING ON
000250*                    PARMIN.  ONE READINESS REPORT (PFLTRPT)
000260*                    NAMES EVERY BAD FIELD: AN ERROR IS A CARD
000270*                    THAT WOULD FAIL THE NIGHT OR SILENTLY RUN
000280*                    IT WRONG (RC 8 - DO NOT START THE NIGHT),
000290*                    A WARNING IS WORTH A LOOK BEFORE RELEASE
000300*                    (RC 4), AND A NOTE RECORDS AN OPTIONAL
000310*                    CARD LEFT TO ITS PROGRAM'S DEFAULT.
000311*  2026-10-15  DM    WINCTL, THE BatchWindow SLA AND FORECAST
000312*                    CARD, IS NOW EDITED WITH THE REST: BOTH
000313*                    TIMES MUST BE A REAL HHMM AND THE SPLIT
000314*                    STREAMS 1 TO 8, AND A STREAM COUNT THAT
000315*                    DIFFERS FROM SPLTCTL IS WARNED OF.
000316*  2026-10-15  DM    THRSCTL, THE ThresholdSense BAND CARD, IS
000317*                    NOW EDITED: THE BAND MUST BE FOUR DIGITS,
000318*                    AND A ZERO BAND IS WARNED OF.  THRSENSE
000319*                    ADDED TO THE NAMES KNOWN ON NIGHTCTL.
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RUN-CTL-FILE
000410         ASSIGN TO "RUNCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RUNCTL-STATUS.
000440
000450     SELECT STREAM-CTL-FILE
000460         ASSIGN TO DYNAMIC WS-RCN-FILE-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-STREAMCTL-STATUS.
000490
000500     SELECT RATE-CTL-FILE
000510         ASSIGN TO "MYFNRATE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RATECTL-STATUS.
000540
000550     SELECT SPLIT-CTL-FILE
000560         ASSIGN TO "SPLTCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SPLTCTL-STATUS.
000590
000600     SELECT MERGE-CTL-FILE
000610         ASSIGN TO "MRGCTL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-MRGCTL-STATUS.
000640
000650     SELECT AUDIT-CTL-FILE
000660         ASSIGN TO "AUDCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDCTL-STATUS.
000690
000700     SELECT INQ-CTL-FILE
000710         ASSIGN TO "AINQCTL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AINQCTL-STATUS.
000740
000750     SELECT RECYCLE-CTL-FILE
000760         ASSIGN TO "RCYCTL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RCYCTL-STATUS.
000790
000800     SELECT TREND-CTL-FILE
000810         ASSIGN TO "TRNDCTL"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-TRNDCTL-STATUS.
000831
000832     SELECT WINDOW-CTL-FILE
000833         ASSIGN TO "WINCTL"
000834         ORGANIZATION IS LINE SEQUENTIAL
000835         FILE STATUS IS WS-WINCTL-STATUS.
000836
000837     SELECT THRESH-CTL-FILE
000838         ASSIGN TO "THRSCTL"
000839         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-THRSCTL-STATUS.
000845
000850     SELECT NIGHT-CTL-FILE
000860         ASSIGN TO "NIGHTCTL"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-NIGHTCTL-STATUS.
000890
000900     SELECT PARM-IN-FILE
000910         ASSIGN TO "PARMIN"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-PARMIN-STATUS.
000940
000950     SELECT READINESS-RPT-FILE
000960         ASSIGN TO "PFLTRPT"
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  RUN-CTL-FILE.
001020 01  RUN-CTL-RECORD          PIC X(45).
001030
001040 FD  STREAM-CTL-FILE.
001050 01  STREAM-CTL-RECORD       PIC X(45).
001060
001070 FD  RATE-CTL-FILE.
001080     COPY RATECARD.
001090
001100 FD  SPLIT-CTL-FILE.
001110 01  SPLIT-CTL-RECORD.
001120     05  SC-STREAM-COUNT     PIC X(02).
001130     05  FILLER              PIC X(18).
001140
001150 FD  MERGE-CTL-FILE.
001160     COPY MRGCTL.
001170
001180 FD  AUDIT-CTL-FILE.
001190 01  AUDIT-CTL-RECORD.
001200     05  AC-RETAIN-GENS      PIC X(03).
001210     05  FILLER              PIC X(17).
001220
001230 FD  INQ-CTL-FILE.
001240 01  INQ-CTL-RECORD.
001250     05  IC-RUN-ID           PIC X(08).
001260     05  IC-SEP1             PIC X(01).
001270     05  IC-DATE-FROM        PIC X(08).
001280     05  IC-SEP2             PIC X(01).
001290     05  IC-DATE-TO          PIC X(08).
001300     05  IC-SEP3             PIC X(01).
001310     05  IC-PARAM-FROM       PIC X(10).
001320     05  IC-SEP4             PIC X(01).
001330     05  IC-PARAM-TO         PIC X(10).
001340     05  IC-SEP5             PIC X(01).
001350     05  IC-STATUS           PIC X(02).
001360
001370 FD  RECYCLE-CTL-FILE.
001380 01  RECYCLE-CTL-RECORD.
001390     05  RCY-ESCALATE-DAYS   PIC X(03).
001400     05  FILLER              PIC X(17).
001410
001420 FD  TREND-CTL-FILE.
001430 01  TREND-CTL-RECORD.
001440     05  TC-THRESHOLD-PCT    PIC X(03).
001450     05  FILLER              PIC X(17).
001460
001461 FD  WINDOW-CTL-FILE.
001462 01  WINDOW-CTL-RECORD.
001463     05  WC-SLA-END-TIME     PIC X(04).
001464     05  WC-SLA-END-HHMM     REDEFINES WC-SLA-END-TIME.
001465         10  WC-SLA-END-HH       PIC 9(02).
001466         10  WC-SLA-END-MM       PIC 9(02).
001467     05  WC-SEP1             PIC X(01).
001468     05  WC-NIGHT-START      PIC X(04).
001469     05  WC-NIGHT-START-HHMM REDEFINES WC-NIGHT-START.
001470         10  WC-NIGHT-START-HH   PIC 9(02).
001471         10  WC-NIGHT-START-MM   PIC 9(02).
001472     05  WC-SEP2             PIC X(01).
001473     05  WC-SPLIT-STREAMS    PIC X(01).
001474     05  WC-SEP3             PIC X(01).
001475     05  WC-MARGIN-PCT       PIC X(02).
001476     05  WC-SEP4             PIC X(01).
001477     05  WC-SLOW-PCT         PIC X(03).
001478     05  FILLER              PIC X(02).
001479
001480 FD  THRESH-CTL-FILE.
001481 01  THRESH-CTL-RECORD.
001482     05  TC-BAND-WIDTH       PIC X(04).
001483     05  FILLER              PIC X(76).
001484
001486 FD  NIGHT-CTL-FILE.
001488 01  NIGHT-CTL-RECORD.
001490     05  NC-PROGRAM-NAME     PIC X(16).
001500     05  FILLER              PIC X(04).
001510
001520 FD  PARM-IN-FILE.
001530 01  PARM-IN-RECORD.
001540     05  PI-RECORD-TYPE      PIC X(01).
001550         88  PI-BATCH-HEADER             VALUE "H".
001560     05  PI-HEADER-BODY.
001570         10  PI-HDR-SOURCE-ID    PIC X(03).
001580         10  PI-HDR-BATCH-ID     PIC X(08).
001590         10  PI-HDR-RATE-SET     PIC X(08).
001600
001610 FD  READINESS-RPT-FILE.
001620 01  READINESS-RPT-RECORD    PIC X(132).
001630
001640 WORKING-STORAGE SECTION.
001650 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
001660 77  WS-STREAMCTL-STATUS     PIC X(02)   VALUE "00".
001670 77  WS-RATECTL-STATUS       PIC X(02)   VALUE "00".
001680 77  WS-SPLTCTL-STATUS       PIC X(02)   VALUE "00".
001690 77  WS-MRGCTL-STATUS        PIC X(02)   VALUE "00".
001700 77  WS-AUDCTL-STATUS        PIC X(02)   VALUE "00".
001710 77  WS-AINQCTL-STATUS       PIC X(02)   VALUE "00".
001720 77  WS-RCYCTL-STATUS        PIC X(02)   VALUE "00".
001730 77  WS-TRNDCTL-STATUS       PIC X(02)   VALUE "00".
001735 77  WS-WINCTL-STATUS        PIC X(02)   VALUE "00".
001737 77  WS-THRSCTL-STATUS       PIC X(02)   VALUE "00".
001740 77  WS-NIGHTCTL-STATUS      PIC X(02)   VALUE "00".
001750 77  WS-PARMIN-STATUS        PIC X(02)   VALUE "00".
001760
001770 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
001780     88  END-OF-CURRENT-FILE             VALUE "Y".
001790 77  WS-SPLIT-CARD-SW        PIC X(01)   VALUE "N".
001800     88  SPLIT-CARD-WAS-READ             VALUE "Y".
001810 77  WS-MERGE-CARD-SW        PIC X(01)   VALUE "N".
001820     88  MERGE-CARD-WAS-READ             VALUE "Y".
001830 77  WS-SPLIT-NIGHT-SW       PIC X(01)   VALUE "N".
001840     88  THIS-IS-A-SPLIT-NIGHT           VALUE "Y".
001850 77  WS-STREAM-CARD-SW       PIC X(01)   VALUE "N".
001860     88  EDITING-A-STREAM-CARD           VALUE "Y".
001870 77  WS-DEFAULT-SET-SW       PIC X(01)   VALUE "N".
001880     88  DEFAULT-SET-IS-CARDED           VALUE "Y".
001890 77  WS-SET-VALID-SW         PIC X(01)   VALUE "Y".
001900     88  RATE-SET-IS-VALID               VALUE "Y".
001910 77  WS-DATE-VALID-SW        PIC X(01)   VALUE "Y".
001920     88  CARDED-DATE-IS-VALID            VALUE "Y".
001930 77  WS-EDIT-NUMERIC-SW      PIC X(01)   VALUE "Y".
001940     88  EDIT-FIELD-IS-NUMERIC           VALUE "Y".
001950 77  WS-KNOWN-PROGRAM-SW     PIC X(01)   VALUE "N".
001960     88  PROGRAM-IS-KNOWN                VALUE "Y".
001970
001980 77  WS-ERROR-COUNT          PIC 9(04)   COMP VALUE 0.
001990 77  WS-WARNING-COUNT        PIC 9(04)   COMP VALUE 0.
002000 77  WS-NOTE-COUNT           PIC 9(04)   COMP VALUE 0.
002010 77  WS-SECTION-FINDINGS     PIC 9(04)   COMP VALUE 0.
002020 77  WS-CARDS-READ           PIC 9(04)   COMP VALUE 0.
002030 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
002040
002050 77  WS-SPLIT-STREAMS        PIC 9(02)   VALUE 0.
002060 77  WS-MERGE-STREAMS        PIC 9(02)   VALUE 0.
002070 77  WS-STREAM-SUB           PIC 9(02)   COMP VALUE 0.
002080 77  WS-OTHER-SUB            PIC 9(02)   COMP VALUE 0.
002090 77  WS-SET-COUNT            PIC 9(02)   COMP VALUE 0.
002100 77  WS-SET-SUB              PIC 9(02)   COMP VALUE 0.
002110 77  WS-SET-MATCH-SUB        PIC 9(02)   COMP VALUE 0.
002120 77  WS-RATE-RECORDS         PIC 9(04)   COMP VALUE 0.
002130 77  WS-ROSTER-COUNT         PIC 9(02)   COMP VALUE 0.
002140 77  WS-ROSTER-SUB           PIC 9(02)   COMP VALUE 0.
002150 77  WS-ROSTER-MATCH-SUB     PIC 9(02)   COMP VALUE 0.
002160 77  WS-PARMIN-RECORDS       PIC 9(08)   COMP VALUE 0.
002170 77  WS-PARMIN-HEADERS       PIC 9(08)   COMP VALUE 0.
002180 77  WS-NUMVAL-CHECK         PIC 9(04)   COMP VALUE 0.
002190 77  WS-PARAM-FROM           PIC S9(09)  COMP VALUE 0.
002200 77  WS-PARAM-TO             PIC S9(09)  COMP VALUE 0.
002210 77  WS-EDIT-NUMBER          PIC 9(04)   VALUE 0.
002220 77  WS-EDIT-MINIMUM         PIC 9(04)   VALUE 0.
002230 77  WS-EDIT-MAXIMUM         PIC 9(04)   VALUE 0.
002240
002250 77  WS-RUNCTL-RUN-ID        PIC X(08)   VALUE SPACES.
002260 77  WS-SET-WANTED           PIC X(08)   VALUE SPACES.
002270 77  WS-ROSTER-NAME          PIC X(16)   VALUE SPACES.
002280
002290*    THE DYNAMIC NAME OF ONE STREAM INSTANCE'S RUN CONTROL CARD
002300*    (RUNCTL01-RUNCTL08) - PARMSPLIT'S RUNBOOK.
002310 01  WS-RCN-FILE-NAME.
002320     05  FILLER              PIC X(06)   VALUE "RUNCTL".
002330     05  WS-RCN-NUMBER       PIC 9(02)   VALUE 0.
002340
002350*    ONE RUN CONTROL CARD IN FunctionExample'S COLUMNS, FOR THE
002360*    MAIN CARD AND EACH STREAM CARD ALIKE.
002370 01  WS-RUN-CARD.
002380     05  RC-RUN-ID           PIC X(08).
002390     05  RC-SEP1             PIC X(01).
002400     05  RC-CHECKPOINT-INT   PIC X(06).
002410     05  RC-CHECKPOINT-NUM   REDEFINES RC-CHECKPOINT-INT
002420                             PIC 9(06).
002430     05  RC-SEP2             PIC X(01).
002440     05  RC-RESTART-POINT    PIC X(08).
002450     05  RC-RESTART-NUM      REDEFINES RC-RESTART-POINT
002460                             PIC 9(08).
002470     05  RC-SEP3             PIC X(01).
002480     05  RC-REJECT-TOL-ABS   PIC X(08).
002490     05  RC-SEP4             PIC X(01).
002500     05  RC-REJECT-TOL-PCT   PIC X(03).
002510     05  RC-REJECT-PCT-NUM   REDEFINES RC-REJECT-TOL-PCT
002520                             PIC 9(03).
002530     05  RC-SEP5             PIC X(01).
002540     05  RC-DUP-OVERRIDE     PIC X(01).
002550     05  RC-SEP6             PIC X(01).
002560     05  RC-VERIFY-PCT       PIC X(03).
002570     05  RC-VERIFY-PCT-NUM   REDEFINES RC-VERIFY-PCT
002580                             PIC 9(03).
002590     05  RC-SEP7             PIC X(01).
002600     05  RC-STREAM-MODE      PIC X(01).
002610
002620*    A CARDED YYYYMMDD DATE BROKEN OUT FOR EDITING.
002630 01  WS-DATE-CHECK.
002640     05  WS-DATE-YEAR        PIC 9(04).
002650     05  WS-DATE-MONTH       PIC 9(02).
002660     05  WS-DATE-DAY         PIC 9(02).
002670 01  WS-DATE-CHECK-X         REDEFINES WS-DATE-CHECK
002680                             PIC X(08).
002690
002700*    THE RATE SETS MYFUNCTION WILL LOAD - THE SAME LIMIT OF TEN
002710*    IT HOLDS, AND ONLY RECORDS THAT PASS ITS OWN EDITS.
002720 01  WS-SET-TABLE.
002730     05  WS-SET-ENTRY        OCCURS 10 TIMES.
002740         10  ST-SET-NAME         PIC X(08).
002750
002760*    THE NIGHTCTL ROSTER AS CARDED, FOR THE DUPLICATE CHECK.
002770 01  WS-ROSTER-TABLE.
002780     05  WS-ROSTER-ENTRY     OCCURS 20 TIMES.
002790         10  RS-PROGRAM-NAME     PIC X(16).
002800
002810*    ONE FINDING, FILLED BY THE CALLER BEFORE 9100-WRITE-FINDING.
002820 01  WS-FINDING.
002830     05  WS-FIND-SEVERITY    PIC X(08).
002840     05  WS-FIND-CARD        PIC X(09).
002850     05  WS-FIND-FIELD       PIC X(20).
002860     05  WS-FIND-VALUE       PIC X(16).
002870     05  WS-FIND-TEXT        PIC X(72).
002880
002890 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
002900 01  WS-RPT-COUNT-2          PIC ZZZZZZZ9.
002910 01  WS-RPT-SMALL            PIC Z9.
002920 01  WS-RPT-SMALL-2          PIC Z9.
002930 01  WS-RPT-STREAM           PIC 9(01).
002940
002950     COPY OPCALL.
002960
002970 PROCEDURE DIVISION.
002980*-----------------------------------------------------------*
002990* 0000-MAINLINE - EDIT EACH CARD IN TURN, THE SPLIT-NIGHT
003000* CARDS FIRST SINCE THEY DECIDE WHICH RUN CONTROL CARDS THE
003010* NIGHT WILL USE, THEN THE PARMIN HEADERS AGAINST MYFNRATE,
003020* THEN THE VERDICT.  ANY ERROR ENDS THE JOB AT RC 8 SO THE
003030* SCHEDULER CAN HOLD THE NIGHT; WARNINGS ALONE GIVE RC 4.
003040*-----------------------------------------------------------*
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE
003070         THRU 1000-EXIT.
003080
003090     PERFORM 2000-EDIT-SPLIT-CARD
003100         THRU 2000-EXIT.
003110
003120     PERFORM 2100-EDIT-MERGE-CARD
003130         THRU 2100-EXIT.
003140
003150     PERFORM 2200-EDIT-RUN-CONTROL
003160         THRU 2200-EXIT.
003170
003180     PERFORM 2300-EDIT-STREAM-CONTROLS
003190         THRU 2300-EXIT.
003200
003210     PERFORM 2400-EDIT-RATE-CARD
003220         THRU 2400-EXIT.
003230
003240     PERFORM 2500-EDIT-AUDIT-CARD
003250         THRU 2500-EXIT.
003260
003270     PERFORM 2600-EDIT-INQUIRY-CARD
003280         THRU 2600-EXIT.
003290
003300     PERFORM 2700-EDIT-RECYCLE-CARD
003310         THRU 2700-EXIT.
003320
003330     PERFORM 2800-EDIT-TREND-CARD
003340         THRU 2800-EXIT.
003342
003344     PERFORM 2850-EDIT-WINDOW-CARD
003346         THRU 2850-EXIT.
003347
003348     PERFORM 2860-EDIT-THRESHOLD-CARD
003349         THRU 2860-EXIT.
003350
003360     PERFORM 2900-EDIT-ROSTER
003370         THRU 2900-EXIT.
003380
003390     PERFORM 3000-CHECK-PARMIN-HEADERS
003400         THRU 3000-EXIT.
003410
003420     PERFORM 9000-WRITE-READINESS
003430         THRU 9000-EXIT.
003440
003450     PERFORM 8000-TERMINATE
003460         THRU 8000-EXIT.
003470
003480     IF WS-ERROR-COUNT > 0
003490         MOVE 8 TO WS-JOB-RC
003500     ELSE
003510         IF WS-WARNING-COUNT > 0
003520             MOVE 4 TO WS-JOB-RC
003530         END-IF
003540     END-IF.
003550
003560     MOVE WS-JOB-RC TO RETURN-CODE.
003570     SET OL-EVENT-END TO TRUE.
003580     MOVE "PRE-FLIGHT COMPLETE" TO OL-EVENT-TEXT.
003590     MOVE WS-ERROR-COUNT   TO OL-COUNT-1.
003600     MOVE WS-WARNING-COUNT TO OL-COUNT-2.
003610     MOVE RETURN-CODE      TO OL-RETURN-CODE.
003620     PERFORM 9700-LOG-OPS-EVENT
003630         THRU 9700-EXIT.
003640     MOVE WS-JOB-RC TO RETURN-CODE.
003650
003660     STOP RUN.
003670
003680*-----------------------------------------------------------*
003690* 1000-INITIALIZE - LOG THE START AND OPEN THE REPORT.
003700*-----------------------------------------------------------*
003710 1000-INITIALIZE.
003720     INITIALIZE WS-SET-TABLE.
003730     INITIALIZE WS-ROSTER-TABLE.
003740
003750     MOVE "PREFLIGHT" TO OL-PROGRAM-NAME.
003760     MOVE "PREFLGHT"  TO OL-RUN-ID.
003770     SET OL-EVENT-START TO TRUE.
003780     MOVE "EVENING CONTROL CARD PRE-FLIGHT" TO OL-EVENT-TEXT.
003790     MOVE 0 TO OL-COUNT-1.
003800     MOVE 0 TO OL-COUNT-2.
003810     MOVE 0 TO OL-RETURN-CODE.
003820     PERFORM 9700-LOG-OPS-EVENT
003830         THRU 9700-EXIT.
003840
003850     OPEN OUTPUT READINESS-RPT-FILE.
003860     MOVE SPACES TO READINESS-RPT-RECORD.
003870     STRING "PREFLIGHT - EVENING READINESS OF THE NIGHT'S "
003880            "CONTROL CARDS"
003890         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
003900     WRITE READINESS-RPT-RECORD.
003910     MOVE SPACES TO READINESS-RPT-RECORD.
003920     STRING "SEVERITY CARD     FIELD                VALUE        "
003930            "    FINDING"
003940         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
003950     WRITE READINESS-RPT-RECORD.
003960 1000-EXIT.
003970     EXIT.
003980
003990*-----------------------------------------------------------*
004000* 2000-EDIT-SPLIT-CARD - SPLTCTL.  ParmSplit DEALS TO THE
004010* CARDED STREAM COUNT, 1 TO 8; ANYTHING ELSE IT QUIETLY
004020* REPLACES (DEFAULT 2, OR 8), AND THE STREAMS IT DEALS WOULD
004030* NO LONGER MATCH WHAT THE SCHEDULER AND MRGCTL EXPECT.
004040*-----------------------------------------------------------*
004050 2000-EDIT-SPLIT-CARD.
004060     PERFORM 9050-OPEN-SECTION
004070         THRU 9050-EXIT.
004080     MOVE "SPLTCTL" TO WS-FIND-CARD.
004090
004100     OPEN INPUT SPLIT-CTL-FILE.
004110     IF WS-SPLTCTL-STATUS = "00"
004120         READ SPLIT-CTL-FILE
004130             AT END
004140                 CONTINUE
004150             NOT AT END
004160                 SET SPLIT-CARD-WAS-READ TO TRUE
004170         END-READ
004180         CLOSE SPLIT-CTL-FILE
004190     END-IF.
004200     IF NOT SPLIT-CARD-WAS-READ
004210         MOVE SPACES TO WS-FIND-FIELD
004220         MOVE SPACES TO WS-FIND-VALUE
004230         MOVE "NOT CARDED - SINGLE-STREAM UNLESS MRGCTL IS CARDED"
004240             TO WS-FIND-TEXT
004250         PERFORM 9130-NOTE-FINDING
004260             THRU 9130-EXIT
004270         GO TO 2000-CLOSE
004280     END-IF.
004290     ADD 1 TO WS-CARDS-READ.
004300     SET THIS-IS-A-SPLIT-NIGHT TO TRUE.
004310
004320     MOVE "SC-STREAM-COUNT" TO WS-FIND-FIELD.
004330     MOVE SC-STREAM-COUNT   TO WS-FIND-VALUE.
004340     IF SC-STREAM-COUNT IS NOT NUMERIC
004350         MOVE "NOT NUMERIC - ParmSplit WOULD DEAL TO 2 STREAMS"
004360             TO WS-FIND-TEXT
004370         PERFORM 9110-ERROR-FINDING
004380             THRU 9110-EXIT
004390         MOVE 2 TO WS-SPLIT-STREAMS
004400         GO TO 2000-CLOSE
004410     END-IF.
004420     MOVE SC-STREAM-COUNT TO WS-SPLIT-STREAMS.
004430     IF WS-SPLIT-STREAMS = 0
004440         MOVE "ZERO - ParmSplit WOULD DEAL TO 2 STREAMS"
004450             TO WS-FIND-TEXT
004460         PERFORM 9110-ERROR-FINDING
004470             THRU 9110-EXIT
004480         MOVE 2 TO WS-SPLIT-STREAMS
004490     END-IF.
004500     IF WS-SPLIT-STREAMS > 8
004510         MOVE "OVER 8 - ParmSplit WOULD DEAL TO 8 STREAMS"
004520             TO WS-FIND-TEXT
004530         PERFORM 9110-ERROR-FINDING
004540             THRU 9110-EXIT
004550         MOVE 8 TO WS-SPLIT-STREAMS
004560     END-IF.
004570 2000-CLOSE.
004580     PERFORM 9060-CLOSE-SECTION
004590         THRU 9060-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620
004630*-----------------------------------------------------------*
004640* 2100-EDIT-MERGE-CARD - MRGCTL.  THE SPLIT-NIGHT CARDS COME
004650* AS A PAIR: ONE WITHOUT THE OTHER MEANS THE STREAMS ARE
004660* NEVER DEALT OR NEVER MERGED.  THE STREAM COUNT MUST AGREE
004670* WITH SPLTCTL AND EVERY STREAM NEEDS ITS OWN RUN-ID, WHICH
004680* FunctionBalance PROVES THE MERGED MFAUDIT CONTROL AGAINST.
004690* THE STREAM RETURN CODES ARE FILLED IN BY THE SCHEDULER
004700* DURING THE NIGHT, SO IN THE EVENING THEY SHOULD BE BLANK OR
004710* ZERO.
004720*-----------------------------------------------------------*
004730 2100-EDIT-MERGE-CARD.
004740     PERFORM 9050-OPEN-SECTION
004750         THRU 9050-EXIT.
004760     MOVE "MRGCTL" TO WS-FIND-CARD.
004770
004780     OPEN INPUT MERGE-CTL-FILE.
004790     IF WS-MRGCTL-STATUS = "00"
004800         READ MERGE-CTL-FILE
004810             AT END
004820                 CONTINUE
004830             NOT AT END
004840                 SET MERGE-CARD-WAS-READ TO TRUE
004850         END-READ
004860         CLOSE MERGE-CTL-FILE
004870     END-IF.
004880
004890     MOVE SPACES TO WS-FIND-FIELD.
004900     MOVE SPACES TO WS-FIND-VALUE.
004910     IF NOT MERGE-CARD-WAS-READ
004920         IF SPLIT-CARD-WAS-READ
004930             MOVE SPACES TO WS-FIND-TEXT
004940             STRING "NOT CARDED BUT SPLTCTL IS - THE STREAMS "
004950                    "WOULD NEVER BE MERGED"
004960                 DELIMITED BY SIZE INTO WS-FIND-TEXT
004970             PERFORM 9110-ERROR-FINDING
004980                 THRU 9110-EXIT
004990         ELSE
005000             MOVE "NOT CARDED - A SINGLE-STREAM NIGHT"
005010                 TO WS-FIND-TEXT
005020             PERFORM 9130-NOTE-FINDING
005030                 THRU 9130-EXIT
005040         END-IF
005050         GO TO 2100-CLOSE
005060     END-IF.
005070     ADD 1 TO WS-CARDS-READ.
005080     IF NOT SPLIT-CARD-WAS-READ
005090         MOVE "CARDED BUT SPLTCTL IS NOT - NOTHING WOULD BE DEALT"
005100             TO WS-FIND-TEXT
005110         PERFORM 9110-ERROR-FINDING
005120             THRU 9110-EXIT
005130         SET THIS-IS-A-SPLIT-NIGHT TO TRUE
005140     END-IF.
005150
005160     MOVE "MC-RUN-ID" TO WS-FIND-FIELD.
005170     MOVE MC-RUN-ID   TO WS-FIND-VALUE.
005180     IF MC-RUN-ID = SPACES
005190         MOVE "BLANK - THE MERGED RUN WOULD HAVE NO RUN-ID"
005200             TO WS-FIND-TEXT
005210         PERFORM 9110-ERROR-FINDING
005220             THRU 9110-EXIT
005230     END-IF.
005240
005250     MOVE "MC-STREAM-COUNT" TO WS-FIND-FIELD.
005260     MOVE MC-STREAM-COUNT   TO WS-FIND-VALUE.
005270     MOVE 0 TO WS-MERGE-STREAMS.
005280     IF MC-STREAM-COUNT IS NOT NUMERIC
005290         MOVE "NOT NUMERIC - RunMerge WOULD MERGE NOTHING"
005300             TO WS-FIND-TEXT
005310         PERFORM 9110-ERROR-FINDING
005320             THRU 9110-EXIT
005330     ELSE
005340         MOVE MC-STREAM-COUNT TO WS-MERGE-STREAMS
005350         IF WS-MERGE-STREAMS = 0
005360             MOVE "ZERO - RunMerge WOULD MERGE NOTHING"
005370                 TO WS-FIND-TEXT
005380             PERFORM 9110-ERROR-FINDING
005390                 THRU 9110-EXIT
005400         END-IF
005410         IF WS-MERGE-STREAMS > 8
005420             MOVE "OVER 8 - RunMerge WOULD MERGE ONLY 8 STREAMS"
005430                 TO WS-FIND-TEXT
005440             PERFORM 9110-ERROR-FINDING
005450                 THRU 9110-EXIT
005460             MOVE 8 TO WS-MERGE-STREAMS
005470         END-IF
005480     END-IF.
005490     IF SPLIT-CARD-WAS-READ
005500       AND WS-MERGE-STREAMS > 0
005510       AND WS-MERGE-STREAMS NOT = WS-SPLIT-STREAMS
005520         MOVE WS-SPLIT-STREAMS TO WS-RPT-SMALL
005530         MOVE SPACES TO WS-FIND-TEXT
005540         STRING "DOES NOT MATCH THE SPLTCTL STREAM COUNT OF "
005550                WS-RPT-SMALL
005560             DELIMITED BY SIZE INTO WS-FIND-TEXT
005570         PERFORM 9110-ERROR-FINDING
005580             THRU 9110-EXIT
005590     END-IF.
005600
005610     PERFORM 2110-EDIT-ONE-STREAM-ENTRY
005620         THRU 2110-EXIT
005630         VARYING WS-STREAM-SUB FROM 1 BY 1
005640         UNTIL WS-STREAM-SUB > WS-MERGE-STREAMS.
005650
005660     MOVE "MC-VERIFY-PCT" TO WS-FIND-FIELD.
005670     MOVE MC-VERIFY-PCT   TO WS-FIND-VALUE.
005680     IF MC-VERIFY-PCT NOT = SPACES
005690         IF MC-VERIFY-PCT IS NOT NUMERIC
005700             MOVE SPACES TO WS-FIND-TEXT
005710             STRING "NOT NUMERIC - THE MERGED VERIFICATION GATE "
005720                    "WOULD NOT RUN"
005730                 DELIMITED BY SIZE INTO WS-FIND-TEXT
005740             PERFORM 9110-ERROR-FINDING
005750                 THRU 9110-EXIT
005760         ELSE
005770             IF MC-VERIFY-PCT > 100
005780                 MOVE "OVER 100 PERCENT" TO WS-FIND-TEXT
005790                 PERFORM 9110-ERROR-FINDING
005800                     THRU 9110-EXIT
005810             END-IF
005820         END-IF
005830     END-IF.
005840 2100-CLOSE.
005850     PERFORM 9060-CLOSE-SECTION
005860         THRU 9060-EXIT.
005870 2100-EXIT.
005880     EXIT.
005890
005900*-----------------------------------------------------------*
005910* 2110-EDIT-ONE-STREAM-ENTRY - ONE STREAM'S RETURN CODE AND
005920* RUN-ID ON MRGCTL.  NO TWO STREAMS MAY SHARE A RUN-ID.
005930*-----------------------------------------------------------*
005940 2110-EDIT-ONE-STREAM-ENTRY.
005950     MOVE WS-STREAM-SUB TO WS-RPT-STREAM.
005960     MOVE SPACES TO WS-FIND-FIELD.
005970     STRING "MC-STREAM-RC(" WS-RPT-STREAM ")"
005980         DELIMITED BY SIZE INTO WS-FIND-FIELD.
005990     MOVE MC-STREAM-RC (WS-STREAM-SUB) TO WS-FIND-VALUE.
006000     IF MC-STREAM-RC (WS-STREAM-SUB) NOT = SPACES
006010         IF MC-STREAM-RC (WS-STREAM-SUB) IS NOT NUMERIC
006020             MOVE SPACES TO WS-FIND-TEXT
006030             STRING "NOT NUMERIC - RunMerge WOULD TREAT THE "
006040                    "STREAM AS NOT CARDED"
006050                 DELIMITED BY SIZE INTO WS-FIND-TEXT
006060             PERFORM 9110-ERROR-FINDING
006070                 THRU 9110-EXIT
006080         ELSE
006090             IF MC-STREAM-RC (WS-STREAM-SUB) > 0
006100                 MOVE SPACES TO WS-FIND-TEXT
006110                 STRING "A FAILURE ALREADY CARDED - LEFT FROM AN "
006120                        "EARLIER NIGHT?"
006130                     DELIMITED BY SIZE INTO WS-FIND-TEXT
006140                 PERFORM 9120-WARNING-FINDING
006150                     THRU 9120-EXIT
006160             END-IF
006170         END-IF
006180     END-IF.
006190
006200     MOVE SPACES TO WS-FIND-FIELD.
006210     STRING "MC-STREAM-RUN-ID(" WS-RPT-STREAM ")"
006220         DELIMITED BY SIZE INTO WS-FIND-FIELD.
006230     MOVE MC-STREAM-RUN-ID (WS-STREAM-SUB) TO WS-FIND-VALUE.
006240     IF MC-STREAM-RUN-ID (WS-STREAM-SUB) = SPACES
006250         MOVE SPACES TO WS-FIND-TEXT
006260         STRING "BLANK - THE STREAM'S MFAUDIT LINES COULD NOT BE "
006270                "PROVED"
006280             DELIMITED BY SIZE INTO WS-FIND-TEXT
006290         PERFORM 9110-ERROR-FINDING
006300             THRU 9110-EXIT
006310         GO TO 2110-EXIT
006320     END-IF.
006330     PERFORM 2120-COMPARE-STREAM-RUN-ID
006340         THRU 2120-EXIT
006350         VARYING WS-OTHER-SUB FROM 1 BY 1
006360         UNTIL WS-OTHER-SUB >= WS-STREAM-SUB.
006370 2110-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------*
006410* 2120-COMPARE-STREAM-RUN-ID - THE STREAM'S RUN-ID AGAINST
006420* ONE EARLIER STREAM'S.
006430*-----------------------------------------------------------*
006440 2120-COMPARE-STREAM-RUN-ID.
006450     IF MC-STREAM-RUN-ID (WS-OTHER-SUB)
006460         = MC-STREAM-RUN-ID (WS-STREAM-SUB)
006470         MOVE WS-OTHER-SUB TO WS-RPT-SMALL-2
006480         MOVE SPACES TO WS-FIND-TEXT
006490         STRING "SAME RUN-ID AS STREAM " WS-RPT-SMALL-2
006500                " - THEIR MFAUDIT LINES COULD NOT BE TOLD APART"
006510             DELIMITED BY SIZE INTO WS-FIND-TEXT
006520         PERFORM 9110-ERROR-FINDING
006530             THRU 9110-EXIT
006540     END-IF.
006550 2120-EXIT.
006560     EXIT.
006570
006580*-----------------------------------------------------------*
006590* 2200-EDIT-RUN-CONTROL - THE MAIN RUNCTL.  ON A SINGLE-STREAM
006600* NIGHT FunctionExample RUNS FROM IT; ON A SPLIT NIGHT ONLY
006610* RejectRecycle READS IT (FOR THE RUN-ID), SO A MISSING CARD
006620* THEN IS A WARNING RATHER THAN AN ERROR.
006630*-----------------------------------------------------------*
006640 2200-EDIT-RUN-CONTROL.
006650     PERFORM 9050-OPEN-SECTION
006660         THRU 9050-EXIT.
006670     MOVE "RUNCTL" TO WS-FIND-CARD.
006680     MOVE "N" TO WS-STREAM-CARD-SW.
006690     MOVE "N" TO WS-EOF-SWITCH.
006700
006710     OPEN INPUT RUN-CTL-FILE.
006720     IF WS-RUNCTL-STATUS = "00"
006730         READ RUN-CTL-FILE INTO WS-RUN-CARD
006740             AT END
006750                 SET END-OF-CURRENT-FILE TO TRUE
006760         END-READ
006770         CLOSE RUN-CTL-FILE
006780     ELSE
006790         SET END-OF-CURRENT-FILE TO TRUE
006800     END-IF.
006810
006820     IF END-OF-CURRENT-FILE
006830         MOVE SPACES TO WS-FIND-FIELD
006840         MOVE SPACES TO WS-FIND-VALUE
006850         IF THIS-IS-A-SPLIT-NIGHT
006860             MOVE SPACES TO WS-FIND-TEXT
006870             STRING "NOT CARDED - RejectRecycle WOULD TAG ITS "
006880                    "RECYCLES WITH NO RUN-ID"
006890                 DELIMITED BY SIZE INTO WS-FIND-TEXT
006900             PERFORM 9120-WARNING-FINDING
006910                 THRU 9120-EXIT
006920         ELSE
006930             MOVE SPACES TO WS-FIND-TEXT
006940             STRING "NOT CARDED - FunctionExample WOULD RUN WITH "
006950                    "NO RUN-ID"
006960                 DELIMITED BY SIZE INTO WS-FIND-TEXT
006970             PERFORM 9110-ERROR-FINDING
006980                 THRU 9110-EXIT
006990         END-IF
007000         GO TO 2200-CLOSE
007010     END-IF.
007020     ADD 1 TO WS-CARDS-READ.
007030     MOVE RC-RUN-ID TO WS-RUNCTL-RUN-ID.
007040
007050     PERFORM 2250-EDIT-RUN-FIELDS
007060         THRU 2250-EXIT.
007070
007080     IF THIS-IS-A-SPLIT-NIGHT
007090       AND MERGE-CARD-WAS-READ
007100       AND RC-RUN-ID NOT = SPACES
007110       AND RC-RUN-ID NOT = MC-RUN-ID
007120         MOVE "RC-RUN-ID" TO WS-FIND-FIELD
007130         MOVE RC-RUN-ID   TO WS-FIND-VALUE
007140         MOVE SPACES TO WS-FIND-TEXT
007150         STRING "DIFFERS FROM " MC-RUN-ID
007160                ", THE RUN-ID MRGCTL GIVES THE MERGED RUN"
007170             DELIMITED BY SIZE INTO WS-FIND-TEXT
007180         PERFORM 9120-WARNING-FINDING
007190             THRU 9120-EXIT
007200     END-IF.
007210 2200-CLOSE.
007220     PERFORM 9060-CLOSE-SECTION
007230         THRU 9060-EXIT.
007240 2200-EXIT.
007250     EXIT.
007260
007270*-----------------------------------------------------------*
007280* 2250-EDIT-RUN-FIELDS - EVERY FIELD OF THE RUN CONTROL CARD IN
007290* WS-RUN-CARD, AS FunctionExample'S 1010-READ-RUN-CONTROL WILL
007300* TAKE IT.  THE CHECKPOINT INTERVAL AND RESTART POINT ARE MOVED
007310* UNTESTED, SO THEY MUST BE NUMERIC; THE OPTIONAL FIELDS ARE
007320* IGNORED WHEN THEY ARE NOT, WHICH LOSES WHAT WAS MEANT.
007330*-----------------------------------------------------------*
007340 2250-EDIT-RUN-FIELDS.
007350     MOVE "RC-RUN-ID" TO WS-FIND-FIELD.
007360     MOVE RC-RUN-ID   TO WS-FIND-VALUE.
007370     IF RC-RUN-ID = SPACES
007380         MOVE "BLANK - THE RUN WOULD HAVE NO RUN-ID"
007390             TO WS-FIND-TEXT
007400         PERFORM 9110-ERROR-FINDING
007410             THRU 9110-EXIT
007420     END-IF.
007430
007440     MOVE "RC-CHECKPOINT-INT" TO WS-FIND-FIELD.
007450     MOVE RC-CHECKPOINT-INT   TO WS-FIND-VALUE.
007460     IF RC-CHECKPOINT-INT IS NOT NUMERIC
007470         MOVE "NOT NUMERIC - ZERO (000000) MEANS NO CHECKPOINTS"
007480             TO WS-FIND-TEXT
007490         PERFORM 9110-ERROR-FINDING
007500             THRU 9110-EXIT
007510     END-IF.
007520
007530     MOVE "RC-RESTART-POINT" TO WS-FIND-FIELD.
007540     MOVE RC-RESTART-POINT   TO WS-FIND-VALUE.
007550     IF RC-RESTART-POINT IS NOT NUMERIC
007560         MOVE "NOT NUMERIC - ZERO (00000000) MEANS A FRESH RUN"
007570             TO WS-FIND-TEXT
007580         PERFORM 9110-ERROR-FINDING
007590             THRU 9110-EXIT
007600     ELSE
007610         IF RC-RESTART-NUM > 0
007620             MOVE SPACES TO WS-FIND-TEXT
007630             STRING "RESTART POINT CARDED - RIGHT ONLY FOR A "
007640                    "RERUN, A FRESH NIGHT WOULD SKIP RECORDS"
007650                 DELIMITED BY SIZE INTO WS-FIND-TEXT
007660             PERFORM 9120-WARNING-FINDING
007670                 THRU 9120-EXIT
007680         END-IF
007690     END-IF.
007700
007710     MOVE "RC-REJECT-TOL-ABS" TO WS-FIND-FIELD.
007720     MOVE RC-REJECT-TOL-ABS   TO WS-FIND-VALUE.
007730     IF RC-REJECT-TOL-ABS NOT = SPACES
007740       AND RC-REJECT-TOL-ABS IS NOT NUMERIC
007750         MOVE "NOT NUMERIC - THE TOLERANCE WOULD BE IGNORED"
007760             TO WS-FIND-TEXT
007770         PERFORM 9110-ERROR-FINDING
007780             THRU 9110-EXIT
007790     END-IF.
007800
007810     MOVE "RC-REJECT-TOL-PCT" TO WS-FIND-FIELD.
007820     MOVE RC-REJECT-TOL-PCT   TO WS-FIND-VALUE.
007830     IF RC-REJECT-TOL-PCT NOT = SPACES
007840         IF RC-REJECT-TOL-PCT IS NOT NUMERIC
007850             MOVE "NOT NUMERIC - THE TOLERANCE WOULD BE IGNORED"
007860                 TO WS-FIND-TEXT
007870             PERFORM 9110-ERROR-FINDING
007880                 THRU 9110-EXIT
007890         ELSE
007900             IF RC-REJECT-PCT-NUM > 100
007910                 MOVE "OVER 100 PERCENT" TO WS-FIND-TEXT
007920                 PERFORM 9110-ERROR-FINDING
007930                     THRU 9110-EXIT
007940             END-IF
007950         END-IF
007960     END-IF.
007970
007980     MOVE "RC-DUP-OVERRIDE" TO WS-FIND-FIELD.
007990     MOVE RC-DUP-OVERRIDE   TO WS-FIND-VALUE.
008000     EVALUATE RC-DUP-OVERRIDE
008010         WHEN SPACE
008020         WHEN "N"
008030             CONTINUE
008040         WHEN "Y"
008050             MOVE SPACES TO WS-FIND-TEXT
008060             STRING "RESEND OVERRIDE IS ON - EVERY DUPLICATE "
008070                    "BATCH WOULD BE ACCEPTED"
008080                 DELIMITED BY SIZE INTO WS-FIND-TEXT
008090             PERFORM 9120-WARNING-FINDING
008100                 THRU 9120-EXIT
008110         WHEN OTHER
008120             MOVE "NOT Y, N OR BLANK" TO WS-FIND-TEXT
008130             PERFORM 9110-ERROR-FINDING
008140                 THRU 9110-EXIT
008150     END-EVALUATE.
008160
008170     MOVE "RC-VERIFY-PCT" TO WS-FIND-FIELD.
008180     MOVE RC-VERIFY-PCT   TO WS-FIND-VALUE.
008190     IF RC-VERIFY-PCT NOT = SPACES
008200         IF RC-VERIFY-PCT IS NOT NUMERIC
008210             MOVE SPACES TO WS-FIND-TEXT
008220             STRING "NOT NUMERIC - THE VERIFICATION GATE WOULD "
008230                    "NOT RUN"
008240                 DELIMITED BY SIZE INTO WS-FIND-TEXT
008250             PERFORM 9110-ERROR-FINDING
008260                 THRU 9110-EXIT
008270         ELSE
008280             IF RC-VERIFY-PCT-NUM > 100
008290                 MOVE "OVER 100 PERCENT" TO WS-FIND-TEXT
008300                 PERFORM 9110-ERROR-FINDING
008310                     THRU 9110-EXIT
008320             END-IF
008330         END-IF
008340     END-IF.
008350
008360     MOVE "RC-STREAM-MODE" TO WS-FIND-FIELD.
008370     MOVE RC-STREAM-MODE   TO WS-FIND-VALUE.
008380     IF RC-STREAM-MODE NOT = SPACE
008390       AND RC-STREAM-MODE NOT = "S"
008400         MOVE "NOT S OR BLANK" TO WS-FIND-TEXT
008410         PERFORM 9110-ERROR-FINDING
008420             THRU 9110-EXIT
008430         GO TO 2250-EXIT
008440     END-IF.
008450     IF EDITING-A-STREAM-CARD
008460       AND RC-STREAM-MODE NOT = "S"
008470         MOVE SPACES TO WS-FIND-TEXT
008480         STRING "NOT S - THE STREAM WOULD WRITE RUNHIST AND THE "
008490                "REGISTER ITSELF"
008500             DELIMITED BY SIZE INTO WS-FIND-TEXT
008510         PERFORM 9110-ERROR-FINDING
008520             THRU 9110-EXIT
008530     END-IF.
008540     IF NOT EDITING-A-STREAM-CARD
008550       AND RC-STREAM-MODE = "S"
008560         MOVE SPACES TO WS-FIND-TEXT
008570         STRING "STREAM MODE ON THE MAIN CARD - RUNHIST, "
008580                "REGISTER AND POSTING WOULD BE SKIPPED"
008590             DELIMITED BY SIZE INTO WS-FIND-TEXT
008600         PERFORM 9110-ERROR-FINDING
008610             THRU 9110-EXIT
008620     END-IF.
008630 2250-EXIT.
008640     EXIT.
008650
008660*-----------------------------------------------------------*
008670* 2300-EDIT-STREAM-CONTROLS - ON A SPLIT NIGHT EACH STREAM
008680* INSTANCE RUNS FROM ITS OWN RUNCTLNN (ParmSplit'S RUNBOOK):
008690* EVERY ONE THE DEAL WILL USE MUST BE THERE, PASS THE SAME
008700* EDITS, CARRY STREAM MODE "S" AND THE RUN-ID MRGCTL EXPECTS
008710* FOR THAT STREAM.
008720*-----------------------------------------------------------*
008730 2300-EDIT-STREAM-CONTROLS.
008740     IF NOT THIS-IS-A-SPLIT-NIGHT
008750         GO TO 2300-EXIT
008760     END-IF.
008770     IF NOT SPLIT-CARD-WAS-READ
008780         MOVE WS-MERGE-STREAMS TO WS-SPLIT-STREAMS
008790     END-IF.
008800
008810     PERFORM 2310-EDIT-ONE-STREAM-CARD
008820         THRU 2310-EXIT
008830         VARYING WS-STREAM-SUB FROM 1 BY 1
008840         UNTIL WS-STREAM-SUB > WS-SPLIT-STREAMS.
008850 2300-EXIT.
008860     EXIT.
008870
008880*-----------------------------------------------------------*
008890* 2310-EDIT-ONE-STREAM-CARD - ONE RUNCTLNN.
008900*-----------------------------------------------------------*
008910 2310-EDIT-ONE-STREAM-CARD.
008920     PERFORM 9050-OPEN-SECTION
008930         THRU 9050-EXIT.
008940     MOVE WS-STREAM-SUB    TO WS-RCN-NUMBER.
008950     MOVE WS-RCN-FILE-NAME TO WS-FIND-CARD.
008960     SET EDITING-A-STREAM-CARD TO TRUE.
008970     MOVE "N" TO WS-EOF-SWITCH.
008980
008990     OPEN INPUT STREAM-CTL-FILE.
009000     IF WS-STREAMCTL-STATUS = "00"
009010         READ STREAM-CTL-FILE INTO WS-RUN-CARD
009020             AT END
009030                 SET END-OF-CURRENT-FILE TO TRUE
009040         END-READ
009050         CLOSE STREAM-CTL-FILE
009060     ELSE
009070         SET END-OF-CURRENT-FILE TO TRUE
009080     END-IF.
009090
009100     IF END-OF-CURRENT-FILE
009110         MOVE SPACES TO WS-FIND-FIELD
009120         MOVE SPACES TO WS-FIND-VALUE
009130         MOVE SPACES TO WS-FIND-TEXT
009140         STRING "NOT CARDED - THIS STREAM'S FunctionExample "
009150                "COULD NOT RUN"
009160             DELIMITED BY SIZE INTO WS-FIND-TEXT
009170         PERFORM 9110-ERROR-FINDING
009180             THRU 9110-EXIT
009190         GO TO 2310-CLOSE
009200     END-IF.
009210     ADD 1 TO WS-CARDS-READ.
009220
009230     PERFORM 2250-EDIT-RUN-FIELDS
009240         THRU 2250-EXIT.
009250
009260     IF MERGE-CARD-WAS-READ
009270       AND WS-STREAM-SUB NOT > WS-MERGE-STREAMS
009280       AND MC-STREAM-RUN-ID (WS-STREAM-SUB) NOT = SPACES
009290       AND RC-RUN-ID NOT = MC-STREAM-RUN-ID (WS-STREAM-SUB)
009300         MOVE "RC-RUN-ID" TO WS-FIND-FIELD
009310         MOVE RC-RUN-ID   TO WS-FIND-VALUE
009320         MOVE SPACES TO WS-FIND-TEXT
009330         STRING "DIFFERS FROM MRGCTL'S RUN-ID FOR THIS STREAM "
009340                MC-STREAM-RUN-ID (WS-STREAM-SUB)
009350             DELIMITED BY SIZE INTO WS-FIND-TEXT
009360         PERFORM 9110-ERROR-FINDING
009370             THRU 9110-EXIT
009380     END-IF.
009390 2310-CLOSE.
009400     MOVE "N" TO WS-STREAM-CARD-SW.
009410     PERFORM 9060-CLOSE-SECTION
009420         THRU 9060-EXIT.
009430 2310-EXIT.
009440     EXIT.
009450
009460*-----------------------------------------------------------*
009470* 2400-EDIT-RATE-CARD - MYFNRATE, ONE RECORD PER RATE SET.
009480* MYFUNCTION PASSES OVER A RECORD WITH NO NAME OR A NON-
009490* NUMERIC AMOUNT AND ANYTHING PAST TEN SETS, AND TAKES THE
009500* FIRST OF TWO SETS WITH ONE NAME - EACH OF THOSE LOSES A SET
009510* THE BUSINESS BELIEVES IS IN FORCE.  AMOUNTS ARE HELD TO THE
009520* SAME LIMITS RateMaint ENFORCES.  THE SETS THAT WILL LOAD ARE
009530* KEPT FOR THE PARMIN HEADER CHECK.
009540*-----------------------------------------------------------*
009550 2400-EDIT-RATE-CARD.
009560     PERFORM 9050-OPEN-SECTION
009570         THRU 9050-EXIT.
009580     MOVE "MYFNRATE" TO WS-FIND-CARD.
009590     MOVE "N" TO WS-EOF-SWITCH.
009600
009610     OPEN INPUT RATE-CTL-FILE.
009620     IF WS-RATECTL-STATUS NOT = "00"
009630         SET END-OF-CURRENT-FILE TO TRUE
009640     ELSE
009650         PERFORM 2410-EDIT-ONE-RATE-SET
009660             THRU 2410-EXIT
009670             UNTIL END-OF-CURRENT-FILE
009680         CLOSE RATE-CTL-FILE
009690     END-IF.
009700
009710     MOVE SPACES TO WS-FIND-FIELD.
009720     MOVE SPACES TO WS-FIND-VALUE.
009730     IF WS-RATE-RECORDS = 0
009740         MOVE SPACES TO WS-FIND-TEXT
009750         STRING "NOT CARDED OR EMPTY - MYFUNCTION WOULD PRICE ON "
009760                "ITS BUILT-IN RATES"
009770             DELIMITED BY SIZE INTO WS-FIND-TEXT
009780         PERFORM 9110-ERROR-FINDING
009790             THRU 9110-EXIT
009800         GO TO 2400-CLOSE
009810     END-IF.
009820     ADD 1 TO WS-CARDS-READ.
009830     IF NOT DEFAULT-SET-IS-CARDED
009840         MOVE "RC2-SET-NAME" TO WS-FIND-FIELD
009850         MOVE "DEFAULT"      TO WS-FIND-VALUE
009860         MOVE SPACES TO WS-FIND-TEXT
009870         STRING "NO DEFAULT SET - UNNAMED BATCHES WOULD TAKE THE "
009880                "FIRST SET ON THE CARD"
009890             DELIMITED BY SIZE INTO WS-FIND-TEXT
009900         PERFORM 9120-WARNING-FINDING
009910             THRU 9120-EXIT
009920     END-IF.
009930 2400-CLOSE.
009940     PERFORM 9060-CLOSE-SECTION
009950         THRU 9060-EXIT.
009960 2400-EXIT.
009970     EXIT.
009980
009990*-----------------------------------------------------------*
010000* 2410-EDIT-ONE-RATE-SET - ONE MYFNRATE RECORD.
010010*-----------------------------------------------------------*
010020 2410-EDIT-ONE-RATE-SET.
010030     READ RATE-CTL-FILE
010040         AT END
010050             SET END-OF-CURRENT-FILE TO TRUE
010060             GO TO 2410-EXIT
010070     END-READ.
010080     ADD 1 TO WS-RATE-RECORDS.
010090     MOVE "Y" TO WS-SET-VALID-SW.
010100
010110     MOVE "RC2-SET-NAME" TO WS-FIND-FIELD.
010120     MOVE RC2-SET-NAME   TO WS-FIND-VALUE.
010130     IF RC2-SET-NAME = SPACES
010140         MOVE WS-RATE-RECORDS TO WS-RPT-COUNT
010150         MOVE SPACES TO WS-FIND-TEXT
010160         STRING "BLANK ON RECORD " WS-RPT-COUNT
010170                " - THE RECORD WOULD BE PASSED OVER"
010180             DELIMITED BY SIZE INTO WS-FIND-TEXT
010190         PERFORM 9110-ERROR-FINDING
010200             THRU 9110-EXIT
010210         GO TO 2410-EXIT
010220     END-IF.
010230     IF RC2-SET-NAME = "DEFAULT "
010240         SET DEFAULT-SET-IS-CARDED TO TRUE
010250     END-IF.
010260
010270     MOVE "RC2-ADD-AMOUNT"   TO WS-FIND-FIELD.
010280     MOVE RC2-ADD-AMOUNT     TO WS-FIND-VALUE.
010290     MOVE 1                  TO WS-EDIT-MINIMUM.
010300     MOVE 5000               TO WS-EDIT-MAXIMUM.
010310     MOVE "N" TO WS-EDIT-NUMERIC-SW.
010320     IF RC2-ADD-AMOUNT IS NUMERIC
010330         MOVE RC2-ADD-AMOUNT TO WS-EDIT-NUMBER
010340         SET EDIT-FIELD-IS-NUMERIC TO TRUE
010350     END-IF.
010360     PERFORM 2420-EDIT-ONE-RATE
010370         THRU 2420-EXIT.
010380
010390     MOVE "RC2-HIGH-THRESHOLD" TO WS-FIND-FIELD.
010400     MOVE RC2-HIGH-THRESHOLD   TO WS-FIND-VALUE.
010410     MOVE 1                    TO WS-EDIT-MINIMUM.
010420     MOVE 9999                 TO WS-EDIT-MAXIMUM.
010430     MOVE "N" TO WS-EDIT-NUMERIC-SW.
010440     IF RC2-HIGH-THRESHOLD IS NUMERIC
010450         MOVE RC2-HIGH-THRESHOLD TO WS-EDIT-NUMBER
010460         SET EDIT-FIELD-IS-NUMERIC TO TRUE
010470     END-IF.
010480     PERFORM 2420-EDIT-ONE-RATE
010490         THRU 2420-EXIT.
010500
010510     MOVE "RC2-SUBTRACT-AMOUNT" TO WS-FIND-FIELD.
010520     MOVE RC2-SUBTRACT-AMOUNT   TO WS-FIND-VALUE.
010530     MOVE 0                     TO WS-EDIT-MINIMUM.
010540     MOVE 5000                  TO WS-EDIT-MAXIMUM.
010550     MOVE "N" TO WS-EDIT-NUMERIC-SW.
010560     IF RC2-SUBTRACT-AMOUNT IS NUMERIC
010570         MOVE RC2-SUBTRACT-AMOUNT TO WS-EDIT-NUMBER
010580         SET EDIT-FIELD-IS-NUMERIC TO TRUE
010590     END-IF.
010600     PERFORM 2420-EDIT-ONE-RATE
010610         THRU 2420-EXIT.
010620
010630     MOVE "RC2-LOW-ADD-AMOUNT" TO WS-FIND-FIELD.
010640     MOVE RC2-LOW-ADD-AMOUNT   TO WS-FIND-VALUE.
010650     MOVE 0                    TO WS-EDIT-MINIMUM.
010660     MOVE 5000                 TO WS-EDIT-MAXIMUM.
010670     MOVE "N" TO WS-EDIT-NUMERIC-SW.
010680     IF RC2-LOW-ADD-AMOUNT IS NUMERIC
010690         MOVE RC2-LOW-ADD-AMOUNT TO WS-EDIT-NUMBER
010700         SET EDIT-FIELD-IS-NUMERIC TO TRUE
010710     END-IF.
010720     PERFORM 2420-EDIT-ONE-RATE
010730         THRU 2420-EXIT.
010740
010750     MOVE "RC2-LOOP-UPPER-BOUND" TO WS-FIND-FIELD.
010760     MOVE RC2-LOOP-UPPER-BOUND   TO WS-FIND-VALUE.
010770     MOVE 0                      TO WS-EDIT-MINIMUM.
010780     MOVE 10                     TO WS-EDIT-MAXIMUM.
010790     MOVE "N" TO WS-EDIT-NUMERIC-SW.
010800     IF RC2-LOOP-UPPER-BOUND IS NUMERIC
010810         MOVE RC2-LOOP-UPPER-BOUND TO WS-EDIT-NUMBER
010820         SET EDIT-FIELD-IS-NUMERIC TO TRUE
010830     END-IF.
010840     PERFORM 2420-EDIT-ONE-RATE
010850         THRU 2420-EXIT.
010860
010870     IF NOT RATE-SET-IS-VALID
010880         GO TO 2410-EXIT
010890     END-IF.
010900
010910     MOVE "RC2-SET-NAME" TO WS-FIND-FIELD.
010920     MOVE RC2-SET-NAME   TO WS-FIND-VALUE.
010930     MOVE RC2-SET-NAME   TO WS-SET-WANTED.
010940     PERFORM 2430-FIND-RATE-SET
010950         THRU 2430-EXIT.
010960     IF WS-SET-MATCH-SUB > 0
010970         MOVE SPACES TO WS-FIND-TEXT
010980         STRING "CARDED TWICE - THE SECOND DEFINITION WOULD "
010990                "NEVER BE USED"
011000             DELIMITED BY SIZE INTO WS-FIND-TEXT
011010         PERFORM 9110-ERROR-FINDING
011020             THRU 9110-EXIT
011030         GO TO 2410-EXIT
011040     END-IF.
011050     IF WS-SET-COUNT >= 10
011060         MOVE SPACES TO WS-FIND-TEXT
011070         STRING "PAST THE TEN SETS MYFUNCTION HOLDS - IT WOULD "
011080                "BE IGNORED"
011090             DELIMITED BY SIZE INTO WS-FIND-TEXT
011100         PERFORM 9110-ERROR-FINDING
011110             THRU 9110-EXIT
011120         GO TO 2410-EXIT
011130     END-IF.
011140     ADD 1 TO WS-SET-COUNT.
011150     MOVE RC2-SET-NAME TO ST-SET-NAME (WS-SET-COUNT).
011160 2410-EXIT.
011170     EXIT.
011180
011190*-----------------------------------------------------------*
011200* 2420-EDIT-ONE-RATE - ONE AMOUNT OF THE SET IN HAND AGAINST
011210* ITS LIMITS.  THE CALLER FILLS THE FIELD NAME, VALUE, LIMITS,
011220* THE NUMERIC SWITCH AND (WHEN NUMERIC) WS-EDIT-NUMBER.
011230*-----------------------------------------------------------*
011240 2420-EDIT-ONE-RATE.
011250     IF NOT EDIT-FIELD-IS-NUMERIC
011260         MOVE SPACES TO WS-FIND-TEXT
011270         STRING "SET " RC2-SET-NAME " - NOT NUMERIC - THE SET "
011280                "WOULD NOT LOAD"
011290             DELIMITED BY SIZE INTO WS-FIND-TEXT
011300         PERFORM 9110-ERROR-FINDING
011310             THRU 9110-EXIT
011320         MOVE "N" TO WS-SET-VALID-SW
011330         GO TO 2420-EXIT
011340     END-IF.
011350     IF WS-EDIT-NUMBER < WS-EDIT-MINIMUM
011360       OR WS-EDIT-NUMBER > WS-EDIT-MAXIMUM
011370         MOVE WS-EDIT-MINIMUM TO WS-RPT-COUNT
011380         MOVE WS-EDIT-MAXIMUM TO WS-RPT-COUNT-2
011390         MOVE SPACES TO WS-FIND-TEXT
011400         STRING "SET " RC2-SET-NAME " - OUTSIDE THE RateMaint "
011410                "LIMITS OF" WS-RPT-COUNT " TO" WS-RPT-COUNT-2
011420             DELIMITED BY SIZE INTO WS-FIND-TEXT
011430         PERFORM 9110-ERROR-FINDING
011440             THRU 9110-EXIT
011450     END-IF.
011460 2420-EXIT.
011470     EXIT.
011480
011490*-----------------------------------------------------------*
011500* 2430-FIND-RATE-SET - LOOK WS-SET-WANTED UP AMONG THE SETS
011510* THAT WILL LOAD.
011520*-----------------------------------------------------------*
011530 2430-FIND-RATE-SET.
011540     MOVE 0 TO WS-SET-MATCH-SUB.
011550     PERFORM 2440-TEST-ONE-RATE-SET
011560         THRU 2440-EXIT
011570         VARYING WS-SET-SUB FROM 1 BY 1
011580         UNTIL WS-SET-SUB > WS-SET-COUNT
011590            OR WS-SET-MATCH-SUB > 0.
011600 2430-EXIT.
011610     EXIT.
011620
011630*-----------------------------------------------------------*
011640* 2440-TEST-ONE-RATE-SET - ONE TABLE ENTRY AGAINST THE NAME.
011650*-----------------------------------------------------------*
011660 2440-TEST-ONE-RATE-SET.
011670     IF ST-SET-NAME (WS-SET-SUB) = WS-SET-WANTED
011680         MOVE WS-SET-SUB TO WS-SET-MATCH-SUB
011690     END-IF.
011700 2440-EXIT.
011710     EXIT.
011720
011730*-----------------------------------------------------------*
011740* 2500-EDIT-AUDIT-CARD - AUDCTL.  AuditMaint KEEPS 5 ARCHIVED
011750* GENERATIONS WHEN NOTHING USABLE IS CARDED; A RETENTION THAT
011760* IS NOT NUMERIC OR IS ZERO IS IGNORED AND IS ALMOST CERTAINLY
011770* NOT WHAT WAS MEANT.
011780*-----------------------------------------------------------*
011790 2500-EDIT-AUDIT-CARD.
011800     PERFORM 9050-OPEN-SECTION
011810         THRU 9050-EXIT.
011820     MOVE "AUDCTL" TO WS-FIND-CARD.
011830     MOVE "N" TO WS-EOF-SWITCH.
011840
011850     OPEN INPUT AUDIT-CTL-FILE.
011860     IF WS-AUDCTL-STATUS = "00"
011870         READ AUDIT-CTL-FILE
011880             AT END
011890                 SET END-OF-CURRENT-FILE TO TRUE
011900         END-READ
011910         CLOSE AUDIT-CTL-FILE
011920     ELSE
011930         SET END-OF-CURRENT-FILE TO TRUE
011940     END-IF.
011950
011960     IF END-OF-CURRENT-FILE
011970         MOVE SPACES TO WS-FIND-FIELD
011980         MOVE SPACES TO WS-FIND-VALUE
011990         MOVE "NOT CARDED - AuditMaint KEEPS 5 GENERATIONS"
012000             TO WS-FIND-TEXT
012010         PERFORM 9130-NOTE-FINDING
012020             THRU 9130-EXIT
012030         GO TO 2500-CLOSE
012040     END-IF.
012050     ADD 1 TO WS-CARDS-READ.
012060
012070     MOVE "AC-RETAIN-GENS" TO WS-FIND-FIELD.
012080     MOVE AC-RETAIN-GENS   TO WS-FIND-VALUE.
012090     IF AC-RETAIN-GENS IS NOT NUMERIC
012100         MOVE "NOT NUMERIC - AuditMaint WOULD KEEP 5 GENERATIONS"
012110             TO WS-FIND-TEXT
012120         PERFORM 9110-ERROR-FINDING
012130             THRU 9110-EXIT
012140         GO TO 2500-CLOSE
012150     END-IF.
012160     IF AC-RETAIN-GENS = "000"
012170         MOVE SPACES TO WS-FIND-TEXT
012180         STRING "ZERO RETENTION - AuditMaint WOULD KEEP 5 "
012190                "GENERATIONS"
012200             DELIMITED BY SIZE INTO WS-FIND-TEXT
012210         PERFORM 9110-ERROR-FINDING
012220             THRU 9110-EXIT
012230     END-IF.
012240 2500-CLOSE.
012250     PERFORM 9060-CLOSE-SECTION
012260         THRU 9060-EXIT.
012270 2500-EXIT.
012280     EXIT.
012290
012300*-----------------------------------------------------------*
012310* 2600-EDIT-INQUIRY-CARD - AINQCTL, WHEN ONE IS LEFT CARDED
012320* FOR AN AuditInq RUN.  A DATE OR PARAM THAT WILL NOT EDIT IS
012330* DROPPED OR MISREAD BY AuditInq, AND THE AUDITOR GETS A
012340* DIFFERENT EXTRACT FROM THE ONE ASKED FOR.
012350*-----------------------------------------------------------*
012360 2600-EDIT-INQUIRY-CARD.
012370     PERFORM 9050-OPEN-SECTION
012380         THRU 9050-EXIT.
012390     MOVE "AINQCTL" TO WS-FIND-CARD.
012400     MOVE "N" TO WS-EOF-SWITCH.
012410
012420     OPEN INPUT INQ-CTL-FILE.
012430     IF WS-AINQCTL-STATUS = "00"
012440         READ INQ-CTL-FILE
012450             AT END
012460                 SET END-OF-CURRENT-FILE TO TRUE
012470         END-READ
012480         CLOSE INQ-CTL-FILE
012490     ELSE
012500         SET END-OF-CURRENT-FILE TO TRUE
012510     END-IF.
012520
012530     IF END-OF-CURRENT-FILE
012540         MOVE SPACES TO WS-FIND-FIELD
012550         MOVE SPACES TO WS-FIND-VALUE
012560         MOVE "NOT CARDED - NO AuditInq EXTRACT IS ASKED FOR"
012570             TO WS-FIND-TEXT
012580         PERFORM 9130-NOTE-FINDING
012590             THRU 9130-EXIT
012600         GO TO 2600-CLOSE
012610     END-IF.
012620     ADD 1 TO WS-CARDS-READ.
012630
012640     MOVE "IC-DATE-FROM" TO WS-FIND-FIELD.
012650     MOVE IC-DATE-FROM   TO WS-FIND-VALUE.
012660     MOVE IC-DATE-FROM   TO WS-DATE-CHECK-X.
012670     PERFORM 2610-EDIT-CARDED-DATE
012680         THRU 2610-EXIT.
012690     MOVE "IC-DATE-TO" TO WS-FIND-FIELD.
012700     MOVE IC-DATE-TO   TO WS-FIND-VALUE.
012710     MOVE IC-DATE-TO   TO WS-DATE-CHECK-X.
012720     PERFORM 2610-EDIT-CARDED-DATE
012730         THRU 2610-EXIT.
012740     IF IC-DATE-FROM IS NUMERIC
012750       AND IC-DATE-TO IS NUMERIC
012760       AND IC-DATE-FROM > IC-DATE-TO
012770         MOVE "EARLIER THAN DATE-FROM - NOTHING WOULD BE SELECTED"
012780             TO WS-FIND-TEXT
012790         PERFORM 9110-ERROR-FINDING
012800             THRU 9110-EXIT
012810     END-IF.
012820
012830     MOVE "IC-PARAM-FROM" TO WS-FIND-FIELD.
012840     MOVE IC-PARAM-FROM   TO WS-FIND-VALUE.
012850     MOVE 0 TO WS-NUMVAL-CHECK.
012860     IF IC-PARAM-FROM NOT = SPACES
012870         COMPUTE WS-NUMVAL-CHECK =
012880             FUNCTION TEST-NUMVAL(IC-PARAM-FROM)
012890         IF WS-NUMVAL-CHECK NOT = 0
012900             MOVE SPACES TO WS-FIND-TEXT
012910             STRING "NOT A NUMBER - AuditInq WOULD DROP THE "
012920                    "PARAM SELECTION"
012930                 DELIMITED BY SIZE INTO WS-FIND-TEXT
012940             PERFORM 9110-ERROR-FINDING
012950                 THRU 9110-EXIT
012960         ELSE
012970             COMPUTE WS-PARAM-FROM =
012980                 FUNCTION NUMVAL(IC-PARAM-FROM)
012990         END-IF
013000     END-IF.
013010
013020     MOVE "IC-PARAM-TO" TO WS-FIND-FIELD.
013030     MOVE IC-PARAM-TO   TO WS-FIND-VALUE.
013040     IF IC-PARAM-TO NOT = SPACES
013050         IF IC-PARAM-FROM = SPACES
013060             MOVE SPACES TO WS-FIND-TEXT
013070             STRING "CARDED WITHOUT PARAM-FROM - AuditInq WOULD "
013080                    "IGNORE IT"
013090                 DELIMITED BY SIZE INTO WS-FIND-TEXT
013100             PERFORM 9120-WARNING-FINDING
013110                 THRU 9120-EXIT
013120         ELSE
013130             COMPUTE WS-NUMVAL-CHECK =
013140                 FUNCTION TEST-NUMVAL(IC-PARAM-TO)
013150             IF WS-NUMVAL-CHECK NOT = 0
013160                 MOVE SPACES TO WS-FIND-TEXT
013170                 STRING "NOT A NUMBER - AuditInq WOULD SELECT "
013180                        "PARAM-FROM ONLY"
013190                     DELIMITED BY SIZE INTO WS-FIND-TEXT
013200                 PERFORM 9110-ERROR-FINDING
013210                     THRU 9110-EXIT
013220             ELSE
013230                 COMPUTE WS-PARAM-TO =
013240                     FUNCTION NUMVAL(IC-PARAM-TO)
013250                 IF WS-PARAM-FROM > WS-PARAM-TO
013260                     MOVE SPACES TO WS-FIND-TEXT
013270                     STRING "BELOW PARAM-FROM - NOTHING WOULD BE "
013280                            "SELECTED"
013290                         DELIMITED BY SIZE INTO WS-FIND-TEXT
013300                     PERFORM 9110-ERROR-FINDING
013310                         THRU 9110-EXIT
013320                 END-IF
013330             END-IF
013340         END-IF
013350     END-IF.
013360
013370     MOVE "IC-STATUS" TO WS-FIND-FIELD.
013380     MOVE IC-STATUS   TO WS-FIND-VALUE.
013390     IF IC-STATUS NOT = SPACES
013400       AND IC-STATUS IS NOT NUMERIC
013410         MOVE "NOT A TWO-DIGIT STATUS - NOTHING WOULD BE SELECTED"
013420             TO WS-FIND-TEXT
013430         PERFORM 9110-ERROR-FINDING
013440             THRU 9110-EXIT
013450     END-IF.
013460 2600-CLOSE.
013470     PERFORM 9060-CLOSE-SECTION
013480         THRU 9060-EXIT.
013490 2600-EXIT.
013500     EXIT.
013510
013520*-----------------------------------------------------------*
013530* 2610-EDIT-CARDED-DATE - A BLANK DATE IS OPEN-ENDED; ANYTHING
013540* ELSE MUST BE A REAL YYYYMMDD.
013550*-----------------------------------------------------------*
013560 2610-EDIT-CARDED-DATE.
013570     IF WS-DATE-CHECK-X = SPACES
013580         GO TO 2610-EXIT
013590     END-IF.
013600     MOVE "Y" TO WS-DATE-VALID-SW.
013610     IF WS-DATE-CHECK-X IS NOT NUMERIC
013620         MOVE "N" TO WS-DATE-VALID-SW
013630     ELSE
013640         IF WS-DATE-MONTH < 1
013650           OR WS-DATE-MONTH > 12
013660           OR WS-DATE-DAY < 1
013670           OR WS-DATE-DAY > 31
013680             MOVE "N" TO WS-DATE-VALID-SW
013690         END-IF
013700     END-IF.
013710     IF NOT CARDED-DATE-IS-VALID
013720         MOVE "NOT A YYYYMMDD DATE" TO WS-FIND-TEXT
013730         PERFORM 9110-ERROR-FINDING
013740             THRU 9110-EXIT
013750     END-IF.
013760 2610-EXIT.
013770     EXIT.
013780
013790*-----------------------------------------------------------*
013800* 2700-EDIT-RECYCLE-CARD - RCYCTL.  ZERO OR NO CARD MEANS NO
013810* ESCALATION, WHICH IS A CHOICE; A VALUE THAT IS NOT NUMERIC
013820* IS IGNORED AND THE ESCALATION RULE IS LOST.
013830*-----------------------------------------------------------*
013840 2700-EDIT-RECYCLE-CARD.
013850     PERFORM 9050-OPEN-SECTION
013860         THRU 9050-EXIT.
013870     MOVE "RCYCTL" TO WS-FIND-CARD.
013880     MOVE "N" TO WS-EOF-SWITCH.
013890
013900     OPEN INPUT RECYCLE-CTL-FILE.
013910     IF WS-RCYCTL-STATUS = "00"
013920         READ RECYCLE-CTL-FILE
013930             AT END
013940                 SET END-OF-CURRENT-FILE TO TRUE
013950         END-READ
013960         CLOSE RECYCLE-CTL-FILE
013970     ELSE
013980         SET END-OF-CURRENT-FILE TO TRUE
013990     END-IF.
014000
014010     MOVE "RCY-ESCALATE-DAYS" TO WS-FIND-FIELD.
014020     IF END-OF-CURRENT-FILE
014030         MOVE SPACES TO WS-FIND-VALUE
014040         MOVE "NOT CARDED - RejectRecycle WILL NOT ESCALATE"
014050             TO WS-FIND-TEXT
014060         PERFORM 9130-NOTE-FINDING
014070             THRU 9130-EXIT
014080         GO TO 2700-CLOSE
014090     END-IF.
014100     ADD 1 TO WS-CARDS-READ.
014110
014120     MOVE RCY-ESCALATE-DAYS TO WS-FIND-VALUE.
014130     IF RCY-ESCALATE-DAYS IS NOT NUMERIC
014140         MOVE "NOT NUMERIC - RejectRecycle WOULD NOT ESCALATE"
014150             TO WS-FIND-TEXT
014160         PERFORM 9110-ERROR-FINDING
014170             THRU 9110-EXIT
014180         GO TO 2700-CLOSE
014190     END-IF.
014200     IF RCY-ESCALATE-DAYS = "000"
014210         MOVE "ZERO - RejectRecycle WILL NOT ESCALATE"
014220             TO WS-FIND-TEXT
014230         PERFORM 9130-NOTE-FINDING
014240             THRU 9130-EXIT
014250     END-IF.
014260 2700-CLOSE.
014270     PERFORM 9060-CLOSE-SECTION
014280         THRU 9060-EXIT.
014290 2700-EXIT.
014300     EXIT.
014310
014320*-----------------------------------------------------------*
014330* 2800-EDIT-TREND-CARD - TRNDCTL.  RunTrend FLAGS AT 25
014340* PERCENT WHEN NOTHING USABLE IS CARDED.
014350*-----------------------------------------------------------*
014360 2800-EDIT-TREND-CARD.
014370     PERFORM 9050-OPEN-SECTION
014380         THRU 9050-EXIT.
014390     MOVE "TRNDCTL" TO WS-FIND-CARD.
014400     MOVE "N" TO WS-EOF-SWITCH.
014410
014420     OPEN INPUT TREND-CTL-FILE.
014430     IF WS-TRNDCTL-STATUS = "00"
014440         READ TREND-CTL-FILE
014450             AT END
014460                 SET END-OF-CURRENT-FILE TO TRUE
014470         END-READ
014480         CLOSE TREND-CTL-FILE
014490     ELSE
014500         SET END-OF-CURRENT-FILE TO TRUE
014510     END-IF.
014520
014530     MOVE "TC-THRESHOLD-PCT" TO WS-FIND-FIELD.
014540     IF END-OF-CURRENT-FILE
014550         MOVE SPACES TO WS-FIND-VALUE
014560         MOVE "NOT CARDED - RunTrend FLAGS AT 25 PERCENT"
014570             TO WS-FIND-TEXT
014580         PERFORM 9130-NOTE-FINDING
014590             THRU 9130-EXIT
014600         GO TO 2800-CLOSE
014610     END-IF.
014620     ADD 1 TO WS-CARDS-READ.
014630
014640     MOVE TC-THRESHOLD-PCT TO WS-FIND-VALUE.
014650     IF TC-THRESHOLD-PCT IS NOT NUMERIC
014660       OR TC-THRESHOLD-PCT = "000"
014670         MOVE SPACES TO WS-FIND-TEXT
014680         STRING "NOT NUMERIC OR ZERO - RunTrend WOULD FLAG AT 25 "
014690                "PERCENT"
014700             DELIMITED BY SIZE INTO WS-FIND-TEXT
014710         PERFORM 9110-ERROR-FINDING
014720             THRU 9110-EXIT
014730     END-IF.
014740 2800-CLOSE.
014750     PERFORM 9060-CLOSE-SECTION
014760         THRU 9060-EXIT.
014770 2800-EXIT.
014780     EXIT.
014790
014800*-----------------------------------------------------------*
014801* 2850-EDIT-WINDOW-CARD - WINCTL.  BatchWindow JUDGES THE
014802* NIGHT AND FORECASTS THE NEXT ONE AGAINST THESE TIMES; A
014803* FIELD THAT WILL NOT EDIT IT QUIETLY REPLACES WITH ITS
014804* DEFAULT (SLA 0600, START 2200, 2 STREAMS, MARGIN 10, SLOW
014805* 25), SO THE FORECAST WOULD BE MADE AGAINST THE WRONG
014806* WINDOW.  A SPLIT PATH FORECAST FOR MORE OR FEWER STREAMS
014807* THAN SPLTCTL DEALS IS WORTH A LOOK.
014808*-----------------------------------------------------------*
014809 2850-EDIT-WINDOW-CARD.
014810     PERFORM 9050-OPEN-SECTION
014811         THRU 9050-EXIT.
014812     MOVE "WINCTL" TO WS-FIND-CARD.
014813     MOVE "N" TO WS-EOF-SWITCH.
014814
014815     OPEN INPUT WINDOW-CTL-FILE.
014816     IF WS-WINCTL-STATUS = "00"
014817         READ WINDOW-CTL-FILE
014818             AT END
014819                 SET END-OF-CURRENT-FILE TO TRUE
014820         END-READ
014821         CLOSE WINDOW-CTL-FILE
014822     ELSE
014823         SET END-OF-CURRENT-FILE TO TRUE
014824     END-IF.
014825
014826     IF END-OF-CURRENT-FILE
014827         MOVE SPACES TO WS-FIND-FIELD
014828         MOVE SPACES TO WS-FIND-VALUE
014829         MOVE SPACES TO WS-FIND-TEXT
014830         STRING "NOT CARDED - BatchWindow USES SLA 0600, START "
014831                "2200, 2 STREAMS"
014832             DELIMITED BY SIZE INTO WS-FIND-TEXT
014833         PERFORM 9130-NOTE-FINDING
014834             THRU 9130-EXIT
014835         GO TO 2850-CLOSE
014836     END-IF.
014837     ADD 1 TO WS-CARDS-READ.
014838
014839     MOVE "WC-SLA-END-TIME" TO WS-FIND-FIELD.
014840     MOVE WC-SLA-END-TIME   TO WS-FIND-VALUE.
014841     IF WC-SLA-END-TIME NOT = SPACES
014842       AND (WC-SLA-END-TIME IS NOT NUMERIC
014843            OR WC-SLA-END-HH > 23
014844            OR WC-SLA-END-MM > 59)
014845         MOVE "NOT A VALID HHMM - BatchWindow WOULD USE 0600"
014846             TO WS-FIND-TEXT
014847         PERFORM 9110-ERROR-FINDING
014848             THRU 9110-EXIT
014849     END-IF.
014850
014851     MOVE "WC-NIGHT-START"  TO WS-FIND-FIELD.
014852     MOVE WC-NIGHT-START    TO WS-FIND-VALUE.
014853     IF WC-NIGHT-START NOT = SPACES
014854       AND (WC-NIGHT-START IS NOT NUMERIC
014855            OR WC-NIGHT-START-HH > 23
014856            OR WC-NIGHT-START-MM > 59)
014857         MOVE "NOT A VALID HHMM - BatchWindow WOULD USE 2200"
014858             TO WS-FIND-TEXT
014859         PERFORM 9110-ERROR-FINDING
014860             THRU 9110-EXIT
014861     END-IF.
014862
014863     MOVE "WC-SPLIT-STREAMS" TO WS-FIND-FIELD.
014864     MOVE WC-SPLIT-STREAMS   TO WS-FIND-VALUE.
014865     IF WC-SPLIT-STREAMS NOT = SPACE
014866       AND (WC-SPLIT-STREAMS IS NOT NUMERIC
014867            OR WC-SPLIT-STREAMS = "0"
014868            OR WC-SPLIT-STREAMS = "9")
014869         MOVE SPACES TO WS-FIND-TEXT
014870         STRING "NOT 1 TO 8 - BatchWindow WOULD FORECAST 2 "
014871                "STREAMS"
014872             DELIMITED BY SIZE INTO WS-FIND-TEXT
014873         PERFORM 9110-ERROR-FINDING
014874             THRU 9110-EXIT
014875     END-IF.
014876     IF SPLIT-CARD-WAS-READ
014877       AND WC-SPLIT-STREAMS IS NUMERIC
014878       AND WC-SPLIT-STREAMS NOT = "0"
014879       AND WC-SPLIT-STREAMS NOT = "9"
014880         MOVE WC-SPLIT-STREAMS TO WS-RPT-STREAM
014881         IF WS-RPT-STREAM NOT = WS-SPLIT-STREAMS
014882             MOVE WS-SPLIT-STREAMS TO WS-RPT-SMALL
014883             MOVE SPACES TO WS-FIND-TEXT
014884             STRING "DIFFERS FROM THE SPLTCTL STREAM COUNT OF "
014885                    WS-RPT-SMALL
014886                 DELIMITED BY SIZE INTO WS-FIND-TEXT
014887             PERFORM 9120-WARNING-FINDING
014888                 THRU 9120-EXIT
014889         END-IF
014890     END-IF.
014891
014892     MOVE "WC-MARGIN-PCT"   TO WS-FIND-FIELD.
014893     MOVE WC-MARGIN-PCT     TO WS-FIND-VALUE.
014894     IF WC-MARGIN-PCT NOT = SPACES
014895       AND WC-MARGIN-PCT IS NOT NUMERIC
014896         MOVE "NOT NUMERIC - BatchWindow WOULD KEEP A 10 PCT"
014897             TO WS-FIND-TEXT
014898         PERFORM 9110-ERROR-FINDING
014899             THRU 9110-EXIT
014900     END-IF.
014901
014902     MOVE "WC-SLOW-PCT"     TO WS-FIND-FIELD.
014903     MOVE WC-SLOW-PCT       TO WS-FIND-VALUE.
014904     IF WC-SLOW-PCT NOT = SPACES
014905       AND (WC-SLOW-PCT IS NOT NUMERIC
014906            OR WC-SLOW-PCT = "000")
014907         MOVE SPACES TO WS-FIND-TEXT
014908         STRING "NOT NUMERIC OR ZERO - BatchWindow WOULD FLAG AT "
014909                "25 PERCENT"
014910             DELIMITED BY SIZE INTO WS-FIND-TEXT
014911         PERFORM 9110-ERROR-FINDING
014912             THRU 9110-EXIT
014913     END-IF.
014914 2850-CLOSE.
014915     PERFORM 9060-CLOSE-SECTION
014916         THRU 9060-EXIT.
014917 2850-EXIT.
014918     EXIT.
014919
014920*-----------------------------------------------------------*
014921* 2860-EDIT-THRESHOLD-CARD - THRSCTL.  ThresholdSense COUNTS
014922* THE TRAFFIC WITHIN THIS MANY X1 UNITS OF EACH RATE SET'S
014923* THRESHOLD; A BAND THAT WILL NOT EDIT IT QUIETLY REPLACES
014924* WITH 10, AND A ZERO BAND COUNTS ONLY X1 EXACTLY AT THE
014925* THRESHOLD.
014926*-----------------------------------------------------------*
014927 2860-EDIT-THRESHOLD-CARD.
014928     PERFORM 9050-OPEN-SECTION
014929         THRU 9050-EXIT.
014930     MOVE "THRSCTL" TO WS-FIND-CARD.
014931     MOVE "N" TO WS-EOF-SWITCH.
014932
014933     OPEN INPUT THRESH-CTL-FILE.
014934     IF WS-THRSCTL-STATUS = "00"
014935         READ THRESH-CTL-FILE
014936             AT END
014937                 SET END-OF-CURRENT-FILE TO TRUE
014938         END-READ
014939         CLOSE THRESH-CTL-FILE
014940     ELSE
014941         SET END-OF-CURRENT-FILE TO TRUE
014942     END-IF.
014943
014944     IF END-OF-CURRENT-FILE
014945         MOVE SPACES TO WS-FIND-FIELD
014946         MOVE SPACES TO WS-FIND-VALUE
014947         MOVE "NOT CARDED - ThresholdSense USES A BAND OF 10"
014948             TO WS-FIND-TEXT
014949         PERFORM 9130-NOTE-FINDING
014950             THRU 9130-EXIT
014951         GO TO 2860-CLOSE
014952     END-IF.
014953     ADD 1 TO WS-CARDS-READ.
014954
014955     MOVE "TC-BAND-WIDTH" TO WS-FIND-FIELD.
014956     MOVE TC-BAND-WIDTH   TO WS-FIND-VALUE.
014957     IF TC-BAND-WIDTH IS NOT NUMERIC
014958         MOVE SPACES TO WS-FIND-TEXT
014959         STRING "NOT FOUR DIGITS - ThresholdSense WOULD USE A "
014960                "BAND OF 10"
014961             DELIMITED BY SIZE INTO WS-FIND-TEXT
014962         PERFORM 9110-ERROR-FINDING
014963             THRU 9110-EXIT
014964         GO TO 2860-CLOSE
014965     END-IF.
014966     IF TC-BAND-WIDTH = "0000"
014967         MOVE "ZERO - ONLY X1 EXACTLY AT THE THRESHOLD IS NEAR IT"
014968             TO WS-FIND-TEXT
014969         PERFORM 9120-WARNING-FINDING
014970             THRU 9120-EXIT
014971     END-IF.
014972 2860-CLOSE.
014973     PERFORM 9060-CLOSE-SECTION
014974         THRU 9060-EXIT.
014975 2860-EXIT.
014976     EXIT.
014977
014978*-----------------------------------------------------------*
014979* 2900-EDIT-ROSTER - NIGHTCTL, THE PROGRAMS NightStatus
014980* EXPECTS TO SEE START.  A NAME NO PROGRAM LOGS UNDER, OR A
014981* PROGRAM THAT WILL NOT LOG ON THIS KIND OF NIGHT, WOULD BE
014982* REPORTED AS NEVER STARTED EVERY MORNING AND TEACH THE
014983* OPERATORS TO IGNORE THE PAGE.
014984*-----------------------------------------------------------*
014985 2900-EDIT-ROSTER.
014986     PERFORM 9050-OPEN-SECTION
014987         THRU 9050-EXIT.
014988     MOVE "NIGHTCTL" TO WS-FIND-CARD.
014989     MOVE "N" TO WS-EOF-SWITCH.
014990
014991     OPEN INPUT NIGHT-CTL-FILE.
014992     IF WS-NIGHTCTL-STATUS NOT = "00"
014993         MOVE SPACES TO WS-FIND-FIELD
014994         MOVE SPACES TO WS-FIND-VALUE
014995         MOVE SPACES TO WS-FIND-TEXT
014996         STRING "NOT CARDED - NightStatus CANNOT REPORT WHAT "
014997                "NEVER STARTED"
015000             DELIMITED BY SIZE INTO WS-FIND-TEXT
015010         PERFORM 9120-WARNING-FINDING
015020             THRU 9120-EXIT
015030         GO TO 2900-CLOSE
015040     END-IF.
015050     ADD 1 TO WS-CARDS-READ.
015060     PERFORM 2910-EDIT-ONE-ROSTER-CARD
015070         THRU 2910-EXIT
015080         UNTIL END-OF-CURRENT-FILE.
015090     CLOSE NIGHT-CTL-FILE.
015100
015110     MOVE "NC-PROGRAM-NAME" TO WS-FIND-FIELD.
015120     IF THIS-IS-A-SPLIT-NIGHT
015130         MOVE "PARMSPLIT" TO WS-ROSTER-NAME
015140         PERFORM 2940-EXPECT-ON-ROSTER
015150             THRU 2940-EXIT
015160         MOVE "RUNMERGE" TO WS-ROSTER-NAME
015170         PERFORM 2940-EXPECT-ON-ROSTER
015180             THRU 2940-EXIT
015190     ELSE
015200         MOVE "FUNCTIONEXAMPLE" TO WS-ROSTER-NAME
015210         PERFORM 2940-EXPECT-ON-ROSTER
015220             THRU 2940-EXIT
015230     END-IF.
015240 2900-CLOSE.
015250     PERFORM 9060-CLOSE-SECTION
015260         THRU 9060-EXIT.
015270 2900-EXIT.
015280     EXIT.
015290
015300*-----------------------------------------------------------*
015310* 2910-EDIT-ONE-ROSTER-CARD - ONE EXPECTED PROGRAM NAME.
015320* STREAM-MODE FunctionExample INSTANCES DO NOT LOG, SO ON A
015330* SPLIT NIGHT IT IS RunMerge THAT SHOWS THE RUN HAPPENED.
015340*-----------------------------------------------------------*
015350 2910-EDIT-ONE-ROSTER-CARD.
015360     READ NIGHT-CTL-FILE
015370         AT END
015380             SET END-OF-CURRENT-FILE TO TRUE
015390             GO TO 2910-EXIT
015400     END-READ.
015410     IF NC-PROGRAM-NAME = SPACES
015420         GO TO 2910-EXIT
015430     END-IF.
015440
015450     MOVE "NC-PROGRAM-NAME" TO WS-FIND-FIELD.
015460     MOVE NC-PROGRAM-NAME   TO WS-FIND-VALUE.
015470     MOVE NC-PROGRAM-NAME   TO WS-ROSTER-NAME.
015480     PERFORM 2920-FIND-ON-ROSTER
015490         THRU 2920-EXIT.
015500     IF WS-ROSTER-MATCH-SUB > 0
015510         MOVE "CARDED TWICE" TO WS-FIND-TEXT
015520         PERFORM 9120-WARNING-FINDING
015530             THRU 9120-EXIT
015540         GO TO 2910-EXIT
015550     END-IF.
015560     IF WS-ROSTER-COUNT >= 20
015570         MOVE "PAST THE 20 NAMES NightStatus HOLDS - IGNORED"
015580             TO WS-FIND-TEXT
015590         PERFORM 9120-WARNING-FINDING
015600             THRU 9120-EXIT
015610         GO TO 2910-EXIT
015620     END-IF.
015630     ADD 1 TO WS-ROSTER-COUNT.
015640     MOVE NC-PROGRAM-NAME TO RS-PROGRAM-NAME (WS-ROSTER-COUNT).
015650
015660     PERFORM 2930-TEST-KNOWN-PROGRAM
015670         THRU 2930-EXIT.
015680     IF NOT PROGRAM-IS-KNOWN
015690         MOVE SPACES TO WS-FIND-TEXT
015700         STRING "NO PROGRAM LOGS UNDER THIS NAME - IT WOULD "
015710                "NEVER SHOW AS STARTED"
015720             DELIMITED BY SIZE INTO WS-FIND-TEXT
015730         PERFORM 9120-WARNING-FINDING
015740             THRU 9120-EXIT
015750         GO TO 2910-EXIT
015760     END-IF.
015770     IF THIS-IS-A-SPLIT-NIGHT
015780       AND NC-PROGRAM-NAME = "FUNCTIONEXAMPLE"
015790         MOVE SPACES TO WS-FIND-TEXT
015800         STRING "STREAM INSTANCES DO NOT LOG - IT WOULD SHOW AS "
015810                "NEVER STARTED"
015820             DELIMITED BY SIZE INTO WS-FIND-TEXT
015830         PERFORM 9120-WARNING-FINDING
015840             THRU 9120-EXIT
015850     END-IF.
015860     IF NOT THIS-IS-A-SPLIT-NIGHT
015870       AND (NC-PROGRAM-NAME = "PARMSPLIT"
015880         OR NC-PROGRAM-NAME = "RUNMERGE")
015890         MOVE SPACES TO WS-FIND-TEXT
015900         STRING "NOT RUN ON A SINGLE-STREAM NIGHT - IT WOULD "
015910                "SHOW AS NEVER STARTED"
015920             DELIMITED BY SIZE INTO WS-FIND-TEXT
015930         PERFORM 9120-WARNING-FINDING
015940             THRU 9120-EXIT
015950     END-IF.
015960 2910-EXIT.
015970     EXIT.
015980
015990*-----------------------------------------------------------*
016000* 2920-FIND-ON-ROSTER - LOOK WS-ROSTER-NAME UP AMONG THE
016010* NAMES ALREADY CARDED.
016020*-----------------------------------------------------------*
016030 2920-FIND-ON-ROSTER.
016040     MOVE 0 TO WS-ROSTER-MATCH-SUB.
016050     PERFORM 2925-TEST-ONE-ROSTER-NAME
016060         THRU 2925-EXIT
016070         VARYING WS-ROSTER-SUB FROM 1 BY 1
016080         UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
016090            OR WS-ROSTER-MATCH-SUB > 0.
016100 2920-EXIT.
016110     EXIT.
016120
016130*-----------------------------------------------------------*
016140* 2925-TEST-ONE-ROSTER-NAME - ONE ROSTER ENTRY AGAINST THE NAME.
016150*-----------------------------------------------------------*
016160 2925-TEST-ONE-ROSTER-NAME.
016170     IF RS-PROGRAM-NAME (WS-ROSTER-SUB) = WS-ROSTER-NAME
016180         MOVE WS-ROSTER-SUB TO WS-ROSTER-MATCH-SUB
016190     END-IF.
016200 2925-EXIT.
016210     EXIT.
016220
016230*-----------------------------------------------------------*
016240* 2930-TEST-KNOWN-PROGRAM - THE NAMES THE SUITE'S PROGRAMS
016250* WRITE TO OPSLOG AS OL-PROGRAM-NAME.
016260*-----------------------------------------------------------*
016270 2930-TEST-KNOWN-PROGRAM.
016280     MOVE "Y" TO WS-KNOWN-PROGRAM-SW.
016290     EVALUATE NC-PROGRAM-NAME
016300         WHEN "AUDITINQ"
016310         WHEN "AUDITMAINT"
016320         WHEN "FUNCTIONEXAMPLE"
016330         WHEN "FUNCTIONBALANCE"
016340         WHEN "FUNCTIONLOOKUP"
016350         WHEN "LOOKUPDELTA"
016360         WHEN "PARMSPLIT"
016370         WHEN "PERIODEND"
016380         WHEN "PREFLIGHT"
016390         WHEN "RATESIM"
016400         WHEN "REJECTRECYCLE"
016410         WHEN "RESULTINQ"
016420         WHEN "RESULTMAINT"
016430         WHEN "RUNMERGE"
016440         WHEN "RUNREPLAY"
016450         WHEN "RUNTREND"
016455         WHEN "THRSENSE"
016460             CONTINUE
016470         WHEN OTHER
016480             MOVE "N" TO WS-KNOWN-PROGRAM-SW
016490     END-EVALUATE.
016500 2930-EXIT.
016510     EXIT.
016520
016530*-----------------------------------------------------------*
016540* 2940-EXPECT-ON-ROSTER - A PROGRAM THIS KIND OF NIGHT CANNOT
016550* DO WITHOUT SHOULD BE ON THE ROSTER.
016560*-----------------------------------------------------------*
016570 2940-EXPECT-ON-ROSTER.
016580     PERFORM 2920-FIND-ON-ROSTER
016590         THRU 2920-EXIT.
016600     IF WS-ROSTER-MATCH-SUB = 0
016610         MOVE WS-ROSTER-NAME TO WS-FIND-VALUE
016620         MOVE SPACES TO WS-FIND-TEXT
016630         STRING "NOT ON THE ROSTER - NightStatus WOULD NOT MISS "
016640                "IT IF IT NEVER RAN"
016650             DELIMITED BY SIZE INTO WS-FIND-TEXT
016660         PERFORM 9120-WARNING-FINDING
016670             THRU 9120-EXIT
016680     END-IF.
016690 2940-EXIT.
016700     EXIT.
016710
016720*-----------------------------------------------------------*
016730* 3000-CHECK-PARMIN-HEADERS - EVERY "H" HEADER WAITING TO RUN.
016740* A RATE SET THE CARD DOES NOT CARRY IS NOT REJECTED BY
016750* MYFUNCTION - THE BATCH IS QUIETLY PRICED UNDER "DEFAULT" -
016760* SO IT HAS TO BE CAUGHT HERE.  PARMIN MAY NOT HAVE ARRIVED
016770* WHEN THE EVENING SHIFT RUNS THIS, WHICH IS ONLY A WARNING.
016780*-----------------------------------------------------------*
016790 3000-CHECK-PARMIN-HEADERS.
016800     PERFORM 9050-OPEN-SECTION
016810         THRU 9050-EXIT.
016820     MOVE "PARMIN" TO WS-FIND-CARD.
016830     MOVE "N" TO WS-EOF-SWITCH.
016840
016850     OPEN INPUT PARM-IN-FILE.
016860     IF WS-PARMIN-STATUS NOT = "00"
016870         MOVE SPACES TO WS-FIND-FIELD
016880         MOVE SPACES TO WS-FIND-VALUE
016890         MOVE SPACES TO WS-FIND-TEXT
016900         STRING "NOT YET PRESENT - THE HEADER RATE SETS ARE NOT "
016910                "CHECKED"
016920             DELIMITED BY SIZE INTO WS-FIND-TEXT
016930         PERFORM 9120-WARNING-FINDING
016940             THRU 9120-EXIT
016950         GO TO 3000-CLOSE
016960     END-IF.
016970
016980     PERFORM 3100-CHECK-ONE-PARMIN-RECORD
016990         THRU 3100-EXIT
017000         UNTIL END-OF-CURRENT-FILE.
017010     CLOSE PARM-IN-FILE.
017020
017030     MOVE WS-PARMIN-RECORDS TO WS-RPT-COUNT.
017040     MOVE WS-PARMIN-HEADERS TO WS-RPT-COUNT-2.
017050     MOVE SPACES TO READINESS-RPT-RECORD.
017060     STRING "         PARMIN   " WS-RPT-COUNT " RECORDS, "
017070            WS-RPT-COUNT-2 " BATCH HEADERS"
017080         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
017090     WRITE READINESS-RPT-RECORD.
017100     IF WS-PARMIN-HEADERS = 0
017110         MOVE SPACES TO WS-FIND-FIELD
017120         MOVE SPACES TO WS-FIND-VALUE
017130         MOVE SPACES TO WS-FIND-TEXT
017140         STRING "NO BATCH HEADERS - NOTHING WOULD BE PROCESSED "
017150                "IN A BATCH"
017160             DELIMITED BY SIZE INTO WS-FIND-TEXT
017170         PERFORM 9120-WARNING-FINDING
017180             THRU 9120-EXIT
017190     END-IF.
017200 3000-CLOSE.
017210     PERFORM 9060-CLOSE-SECTION
017220         THRU 9060-EXIT.
017230 3000-EXIT.
017240     EXIT.
017250
017260*-----------------------------------------------------------*
017270* 3100-CHECK-ONE-PARMIN-RECORD - ONE PARMIN RECORD; ONLY THE
017280* HEADERS ARE JUDGED.
017290*-----------------------------------------------------------*
017300 3100-CHECK-ONE-PARMIN-RECORD.
017310     READ PARM-IN-FILE
017320         AT END
017330             SET END-OF-CURRENT-FILE TO TRUE
017340             GO TO 3100-EXIT
017350     END-READ.
017360     ADD 1 TO WS-PARMIN-RECORDS.
017370     IF NOT PI-BATCH-HEADER
017380         GO TO 3100-EXIT
017390     END-IF.
017400     ADD 1 TO WS-PARMIN-HEADERS.
017410     MOVE WS-PARMIN-RECORDS TO WS-RPT-COUNT.
017420
017430     IF PI-HDR-SOURCE-ID = SPACES
017440       OR PI-HDR-BATCH-ID = SPACES
017450         MOVE "PI-HDR-SOURCE/BATCH" TO WS-FIND-FIELD
017460         MOVE PI-HEADER-BODY      TO WS-FIND-VALUE
017470         MOVE SPACES TO WS-FIND-TEXT
017480         STRING "RECORD " WS-RPT-COUNT " - HEADER WITHOUT A "
017490                "SOURCE OR BATCH ID"
017500             DELIMITED BY SIZE INTO WS-FIND-TEXT
017510         PERFORM 9110-ERROR-FINDING
017520             THRU 9110-EXIT
017530     END-IF.
017540
017550     IF PI-HDR-RATE-SET = SPACES
017560         GO TO 3100-EXIT
017570     END-IF.
017580     MOVE PI-HDR-RATE-SET TO WS-SET-WANTED.
017590     PERFORM 2430-FIND-RATE-SET
017600         THRU 2430-EXIT.
017610     IF WS-SET-MATCH-SUB = 0
017620         MOVE "PI-HDR-RATE-SET" TO WS-FIND-FIELD
017630         MOVE PI-HDR-RATE-SET   TO WS-FIND-VALUE
017640         MOVE SPACES TO WS-FIND-TEXT
017650         STRING "RECORD " WS-RPT-COUNT " BATCH " PI-HDR-BATCH-ID
017660                " - NOT ON MYFNRATE, PRICED AS DEFAULT"
017670             DELIMITED BY SIZE INTO WS-FIND-TEXT
017680         PERFORM 9110-ERROR-FINDING
017690             THRU 9110-EXIT
017700     END-IF.
017710 3100-EXIT.
017720     EXIT.
017730
017740*-----------------------------------------------------------*
017750* 9000-WRITE-READINESS - THE COUNTS AND THE VERDICT.
017760*-----------------------------------------------------------*
017770 9000-WRITE-READINESS.
017780     MOVE SPACES TO READINESS-RPT-RECORD.
017790     WRITE READINESS-RPT-RECORD.
017800
017810     MOVE WS-CARDS-READ TO WS-RPT-COUNT.
017820     MOVE SPACES TO READINESS-RPT-RECORD.
017830     STRING "CARDS READ.........: " WS-RPT-COUNT
017840         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
017850     WRITE READINESS-RPT-RECORD.
017860
017870     MOVE WS-ERROR-COUNT TO WS-RPT-COUNT.
017880     MOVE SPACES TO READINESS-RPT-RECORD.
017890     STRING "ERRORS.............: " WS-RPT-COUNT
017900         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
017910     WRITE READINESS-RPT-RECORD.
017920
017930     MOVE WS-WARNING-COUNT TO WS-RPT-COUNT.
017940     MOVE SPACES TO READINESS-RPT-RECORD.
017950     STRING "WARNINGS...........: " WS-RPT-COUNT
017960         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
017970     WRITE READINESS-RPT-RECORD.
017980
017990     MOVE WS-NOTE-COUNT TO WS-RPT-COUNT.
018000     MOVE SPACES TO READINESS-RPT-RECORD.
018010     STRING "NOTES..............: " WS-RPT-COUNT
018020         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
018030     WRITE READINESS-RPT-RECORD.
018040
018050     MOVE SPACES TO READINESS-RPT-RECORD.
018060     IF WS-ERROR-COUNT > 0
018070         STRING "READINESS..........: NOT READY - DO NOT START "
018080                "THE NIGHT (RC 8)"
018090             DELIMITED BY SIZE INTO READINESS-RPT-RECORD
018100     ELSE
018110         IF WS-WARNING-COUNT > 0
018120             STRING "READINESS..........: READY WITH WARNINGS "
018130                    "(RC 4)"
018140                 DELIMITED BY SIZE INTO READINESS-RPT-RECORD
018150         ELSE
018160             STRING "READINESS..........: READY"
018170                 DELIMITED BY SIZE INTO READINESS-RPT-RECORD
018180         END-IF
018190     END-IF.
018200     WRITE READINESS-RPT-RECORD.
018210 9000-EXIT.
018220     EXIT.
018230
018240*-----------------------------------------------------------*
018250* 9050-OPEN-SECTION - START COUNTING ONE CARD'S FINDINGS.
018260*-----------------------------------------------------------*
018270 9050-OPEN-SECTION.
018280     MOVE 0 TO WS-SECTION-FINDINGS.
018290 9050-EXIT.
018300     EXIT.
018310
018320*-----------------------------------------------------------*
018330* 9060-CLOSE-SECTION - A CARD WITH NO FINDINGS GETS ONE CLEAN
018340* LINE SO THE REPORT SHOWS IT WAS LOOKED AT.
018350*-----------------------------------------------------------*
018360 9060-CLOSE-SECTION.
018370     IF WS-SECTION-FINDINGS > 0
018380         GO TO 9060-EXIT
018390     END-IF.
018400     MOVE SPACES TO READINESS-RPT-RECORD.
018410     STRING "OK       " WS-FIND-CARD
018420            "ALL FIELDS EDIT CLEAN"
018430         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
018440     WRITE READINESS-RPT-RECORD.
018450 9060-EXIT.
018460     EXIT.
018470
018480*-----------------------------------------------------------*
018490* 9110-ERROR-FINDING - A CARD THAT WOULD FAIL THE NIGHT OR
018500* QUIETLY RUN IT WRONG.
018510*-----------------------------------------------------------*
018520 9110-ERROR-FINDING.
018530     MOVE "ERROR" TO WS-FIND-SEVERITY.
018540     ADD 1 TO WS-ERROR-COUNT.
018550     PERFORM 9100-WRITE-FINDING
018560         THRU 9100-EXIT.
018570 9110-EXIT.
018580     EXIT.
018590
018600*-----------------------------------------------------------*
018610* 9120-WARNING-FINDING - WORTH A LOOK BEFORE RELEASE.
018620*-----------------------------------------------------------*
018630 9120-WARNING-FINDING.
018640     MOVE "WARNING" TO WS-FIND-SEVERITY.
018650     ADD 1 TO WS-WARNING-COUNT.
018660     PERFORM 9100-WRITE-FINDING
018670         THRU 9100-EXIT.
018680 9120-EXIT.
018690     EXIT.
018700
018710*-----------------------------------------------------------*
018720* 9130-NOTE-FINDING - AN OPTIONAL CARD LEFT TO ITS DEFAULT.
018730*-----------------------------------------------------------*
018740 9130-NOTE-FINDING.
018750     MOVE "NOTE" TO WS-FIND-SEVERITY.
018760     ADD 1 TO WS-NOTE-COUNT.
018770     PERFORM 9100-WRITE-FINDING
018780         THRU 9100-EXIT.
018790 9130-EXIT.
018800     EXIT.
018810
018820*-----------------------------------------------------------*
018830* 9100-WRITE-FINDING - ONE LINE OF THE READINESS REPORT FROM
018840* WS-FINDING.
018850*-----------------------------------------------------------*
018860 9100-WRITE-FINDING.
018870     ADD 1 TO WS-SECTION-FINDINGS.
018880     MOVE SPACES TO READINESS-RPT-RECORD.
018890     STRING WS-FIND-SEVERITY " " WS-FIND-CARD WS-FIND-FIELD
018900            " " WS-FIND-VALUE " " WS-FIND-TEXT
018910         DELIMITED BY SIZE INTO READINESS-RPT-RECORD.
018920     WRITE READINESS-RPT-RECORD.
018930 9100-EXIT.
018940     EXIT.
018950
018960*-----------------------------------------------------------*
018970* 8000-TERMINATE - CLOSE THE REPORT.
018980*-----------------------------------------------------------*
018990 8000-TERMINATE.
019000     CLOSE READINESS-RPT-FILE.
019010 8000-EXIT.
019020     EXIT.
019030
019040*-----------------------------------------------------------*
019050* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
019060* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
019070*-----------------------------------------------------------*
019080 9700-LOG-OPS-EVENT.
019090     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
019100         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
019110         OL-RETURN-CODE.
019120 9700-EXIT.
019130     EXIT.

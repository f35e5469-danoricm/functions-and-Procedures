000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    ThresholdSense.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  THRESHOLD-SENSITIVITY
000130*                    REPORT OVER THE TRAFFIC ACTUALLY PRICED.
000140*                    RateSim ANSWERS FOR THE WHOLE 0-9999
000150*                    RANGE; THIS ANSWERS FOR WHAT CAME
000160*                    THROUGH.  EVERY MFAUDIT LINE OF TONIGHT'S
000170*                    LIVE LOG (THE FunctionLookup TABLE BUILD
000180*                    AND RateSim WHAT-IF CALLS ARE NOT TRAFFIC
000190*                    AND ARE LEFT OUT) AND EVERY ANSWER SERVED
000200*                    FROM THE LKUPTBLX TABLE ON TONIGHT'S RESHX
000210*                    EXTRACT (RESHXNN ON A SPLIT NIGHT) IS
000220*                    JUDGED BY ITS X1 AGAINST ITS RATE SET'S
000230*                    MF-HIGH-THRESHOLD ON TODAY'S MYFNRATE -
000240*                    HIGH (SUBTRACT) BRANCH, LOW (LOW-ADD)
000250*                    BRANCH, WITHIN THE BAND CARDED ON THRSCTL
000260*                    ABOVE OR AT/BELOW THE THRESHOLD, OR OUT OF
000270*                    RANGE (STATUS 04).  THE SAME FIGURES ARE
000280*                    WORKED FOR THE PRIOR WEEK FROM THE
000290*                    ARCHIVED MFAUDIT GENERATIONS (AUDGCAT) AND
000300*                    THE TABLE ANSWERS ON RESHIST, AND THE
000310*                    REPORT (THRSRPT) SETS TONIGHT BESIDE THE
000320*                    WEEK'S NIGHTLY AVERAGE PER RATE SET.  RUN
000330*                    IT AHEAD OF AuditMaint, WHICH CUTS THE
000340*                    LIVE LOG AWAY.  RC 4 WHEN THERE WAS NO
000350*                    TRAFFIC TO JUDGE, A FILE WAS MISSING, OR
000360*                    SOME TRAFFIC COULD NOT BE JUDGED.
000362*  2026-10-15  DM    ANSWERS GIVEN FROM THE OVERRIDE TABLE
000364*                    ("O" ON RESHX AND RESHIST) NEVER REACH
000366*                    MFAUDIT EITHER, SO THEY ARE NOW TAKEN AND
000368*                    COUNTED WITH THE TABLE ANSWERS.
000369*  2026-10-15  DM    THE PRIOR WEEK'S RESHIST ANSWERS ARE NOW
000370*                    TAKEN FOR THE SAME NIGHTS AS THE MFAUDIT
000371*                    GENERATIONS READ (NIGHTS STARTED 8 TO 2
000372*                    DAYS BEFORE TODAY - A GENERATION IS CUT
000373*                    THE MORNING AFTER ITS NIGHT), AND A LINE
000374*                    OF A RUN ON TONIGHT'S RESHX IS NEVER
000375*                    COUNTED IN THE PRIOR WEEK AS WELL.
000376*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT THRESH-CTL-FILE
000460         ASSIGN TO "THRSCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-THRSCTL-STATUS.
000490
000500     SELECT RATE-CTL-FILE
000510         ASSIGN TO "MYFNRATE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RATECTL-STATUS.
000540
000550     SELECT AUDIT-LOG-FILE
000560         ASSIGN TO "MFAUDIT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MFAUDIT-STATUS.
000590
000600     SELECT AUDIT-CAT-FILE
000610         ASSIGN TO "AUDGCAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDGCAT-STATUS.
000640
000650     SELECT GENERATION-FILE
000660         ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GENFILE-STATUS.
000690
000700     SELECT MERGE-CTL-FILE
000710         ASSIGN TO "MRGCTL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-MRGCTL-STATUS.
000740
000750     SELECT RESULT-HIST-EXTRACT
000760         ASSIGN TO DYNAMIC WS-RHX-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RESHX-STATUS.
000790
000800     SELECT RESULT-HIST-FILE
000810         ASSIGN TO "RESHIST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS RHF-HIST-KEY
000850         FILE STATUS IS WS-RESHIST-STATUS.
000860
000870     SELECT THRESH-RPT-FILE
000880         ASSIGN TO "THRSRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  THRESH-CTL-FILE.
000940 01  THRESH-CTL-RECORD.
000950     05  TC-BAND-WIDTH       PIC X(04).
000960     05  FILLER              PIC X(76).
000970
000980 FD  RATE-CTL-FILE.
000990     COPY RATECARD.
001000
001010 FD  AUDIT-LOG-FILE.
001020 01  AUDIT-LOG-RECORD        PIC X(169).
001030
001040 FD  AUDIT-CAT-FILE.
001050 01  AUDIT-CAT-RECORD.
001060     05  GC-GEN-NUMBER       PIC 9(04).
001070     05  GC-SEP1             PIC X(02).
001080     05  GC-CUT-DATE         PIC 9(08).
001090     05  GC-SEP2             PIC X(02).
001100     05  GC-LINE-COUNT       PIC 9(08).
001110     05  GC-SEP3             PIC X(02).
001120     05  GC-CHAIN-VALUE      PIC X(09).
001130     05  GC-SEP4             PIC X(02).
001140     05  GC-CHAIN-STATUS     PIC X(01).
001150
001160 FD  GENERATION-FILE.
001170 01  GENERATION-RECORD       PIC X(169).
001180
001190 FD  MERGE-CTL-FILE.
001200     COPY MRGCTL.
001210
001220 FD  RESULT-HIST-EXTRACT.
001230 01  RESULT-HIST-EXT-RECORD  PIC X(67).
001240
001250 FD  RESULT-HIST-FILE.
001260 01  RESULT-HIST-FILE-RECORD.
001270     05  RHF-HIST-KEY        PIC X(19).
001280     05  FILLER              PIC X(48).
001290
001300 FD  THRESH-RPT-FILE.
001310 01  THRESH-RPT-RECORD       PIC X(132).
001320
001330 WORKING-STORAGE SECTION.
001340 77  WS-THRSCTL-STATUS       PIC X(02)   VALUE "00".
001350 77  WS-RATECTL-STATUS       PIC X(02)   VALUE "00".
001360 77  WS-MFAUDIT-STATUS       PIC X(02)   VALUE "00".
001370 77  WS-AUDGCAT-STATUS       PIC X(02)   VALUE "00".
001380 77  WS-GENFILE-STATUS       PIC X(02)   VALUE "00".
001390 77  WS-MRGCTL-STATUS        PIC X(02)   VALUE "00".
001400 77  WS-RESHX-STATUS         PIC X(02)   VALUE "00".
001410 77  WS-RESHIST-STATUS       PIC X(02)   VALUE "00".
001420
001430 77  WS-FILE-EOF-SWITCH      PIC X(01)   VALUE "N".
001440     88  END-OF-CURRENT-FILE             VALUE "Y".
001450 77  WS-CAT-EOF-SWITCH       PIC X(01)   VALUE "N".
001460     88  END-OF-CATALOG                  VALUE "Y".
001470 77  WS-RATE-EOF-SWITCH      PIC X(01)   VALUE "N".
001480     88  END-OF-RATE-CARDS               VALUE "Y".
001490 77  WS-SET-FULL-SWITCH      PIC X(01)   VALUE "N".
001500     88  SET-TABLE-FULL                  VALUE "Y".
001510 77  WS-BAND-CARD-SW         PIC X(01)   VALUE "N".
001520     88  BAND-WAS-CARDED                 VALUE "Y".
001530 77  WS-HIST-OPEN-SW         PIC X(01)   VALUE "N".
001540     88  RESULT-HISTORY-WAS-READ         VALUE "Y".
001550
001560*    WHICH COLUMN OF THE SET TABLE A RECORD IS COUNTED IN.
001570 77  WS-PERIOD-SUB           PIC 9(01)   VALUE 1.
001580     88  TONIGHT-PERIOD                  VALUE 1.
001590     88  PRIOR-WEEK-PERIOD               VALUE 2.
001600
001610 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001620 77  WS-BAND-WIDTH           PIC 9(04)   VALUE 10.
001630 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001640 77  WS-RUN-DAY              PIC 9(07)   VALUE 0.
001650 77  WS-WEEK-FROM-DATE       PIC 9(08)   VALUE 0.
001660 77  WS-WEEK-TO-DATE         PIC 9(08)   VALUE 0.
001662 77  WS-HIST-FROM-DATE       PIC 9(08)   VALUE 0.
001664 77  WS-HIST-TO-DATE         PIC 9(08)   VALUE 0.
001670 77  WS-LAST-CUT-DATE        PIC 9(08)   VALUE 0.
001680
001690 77  WS-SET-COUNT            PIC 9(03)   COMP VALUE 0.
001700 77  WS-SET-SUB              PIC 9(03)   COMP VALUE 0.
001710 77  WS-SET-MATCH-SUB        PIC 9(03)   COMP VALUE 0.
001720 77  WS-STREAM-COUNT         PIC 9(02)   COMP VALUE 0.
001730 77  WS-STREAM-SUB           PIC 9(02)   COMP VALUE 0.
001732 77  WS-TONIGHT-RUN-COUNT    PIC 9(02)   COMP VALUE 0.
001734 77  WS-TONIGHT-RUN-SUB      PIC 9(02)   COMP VALUE 0.
001736 77  WS-TONIGHT-RUN-MATCH    PIC 9(02)   COMP VALUE 0.
001740
001750 77  WS-AUDIT-LINES-READ     PIC 9(08)   COMP VALUE 0.
001760 77  WS-LINES-NOT-TRAFFIC    PIC 9(08)   COMP VALUE 0.
001770 77  WS-LINES-UNREADABLE     PIC 9(08)   COMP VALUE 0.
001780 77  WS-TABLE-ANSWERS-TN     PIC 9(08)   COMP VALUE 0.
001790 77  WS-EXTRACTS-READ        PIC 9(08)   COMP VALUE 0.
001800 77  WS-EXTRACTS-MISSING     PIC 9(08)   COMP VALUE 0.
001810 77  WS-GENS-READ            PIC 9(08)   COMP VALUE 0.
001820 77  WS-GENS-MISSING         PIC 9(08)   COMP VALUE 0.
001830 77  WS-GEN-LINES-READ       PIC 9(08)   COMP VALUE 0.
001840 77  WS-NIGHTS-IN-WEEK       PIC 9(03)   COMP VALUE 0.
001850 77  WS-TABLE-ANSWERS-PW     PIC 9(08)   COMP VALUE 0.
001855 77  WS-HIST-TONIGHT-LINES   PIC 9(08)   COMP VALUE 0.
001860 77  WS-RECORDS-JUDGED       PIC 9(08)   COMP VALUE 0.
001870 77  WS-RECORDS-NOT-JUDGED   PIC 9(08)   COMP VALUE 0.
001880
001890*    THE RECORD BEING JUDGED, WHICHEVER FILE IT CAME FROM.
001900 77  WS-CLASS-SET-NAME       PIC X(08)   VALUE SPACES.
001910 77  WS-CLASS-X1             PIC S9(09)  VALUE 0.
001920 77  WS-CLASS-STATUS         PIC X(02)   VALUE SPACES.
001930 77  WS-CLASS-SOURCE-SW      PIC X(01)   VALUE "A".
001940     88  CLASS-FROM-AUDIT                VALUE "A".
001950     88  CLASS-FROM-TABLE                VALUE "T".
001960 77  WS-DISTANCE             PIC S9(10)  VALUE 0.
001970
001980 01  WS-GEN-FILE-NAME.
001990     05  WS-GFN-PREFIX       PIC X(06)   VALUE "MFAUDG".
002000     05  WS-GFN-NUMBER       PIC 9(04)   VALUE 0.
002010
002020*    RESHX ON A SINGLE-STREAM NIGHT, RESHXNN FOR EACH STREAM OF
002030*    A SPLIT ONE - THE NUMBER IS LEFT BLANK FOR THE FORMER.
002040 01  WS-RHX-FILE-NAME.
002050     05  WS-RHX-PREFIX       PIC X(05)   VALUE "RESHX".
002060     05  WS-RHX-NUMBER       PIC X(02)   VALUE SPACES.
002070 01  WS-RHX-NUMBER-9         PIC 9(02)   VALUE 0.
002080
002090*    THE FIXED COLUMNS MYFUNCTION'S 0200-WRITE-AUDIT-LOG
002100*    STRINGS EVERY TRACE LINE INTO.
002110 01  WS-AUDIT-LINE.
002120     05  FILLER              PIC X(06).
002130     05  AL-RUN-ID           PIC X(08).
002140         88  AL-NOT-TRAFFIC              VALUE "FNLOOKUP"
002150                                               "RATESIM ".
002160     05  FILLER              PIC X(06).
002170     05  AL-DATE             PIC 9(08).
002180     05  FILLER              PIC X(06).
002190     05  AL-TIME             PIC 9(08).
002200     05  FILLER              PIC X(07).
002210     05  AL-PARAM            PIC S9(09)
002220                             SIGN LEADING SEPARATE CHARACTER.
002230     05  FILLER              PIC X(04).
002240     05  AL-X0               PIC X(10).
002250     05  FILLER              PIC X(04).
002260     05  AL-X1               PIC S9(09)
002270                             SIGN LEADING SEPARATE CHARACTER.
002280     05  FILLER              PIC X(04).
002290     05  AL-X2               PIC X(10).
002300     05  FILLER              PIC X(08).
002310     05  AL-RESULT           PIC X(10).
002320     05  FILLER              PIC X(08).
002330     05  AL-STATUS           PIC X(02).
002340     05  FILLER              PIC X(05).
002350     05  AL-RATE-SET         PIC X(08).
002360     05  FILLER              PIC X(27).
002370
002380     COPY RESHIST.
002390
002400*    ONE ENTRY PER RATE SET - TODAY'S MYFNRATE SETS IN CARD
002410*    ORDER, THEN ANY SET NAMED ON THE TRAFFIC THAT IS NO LONGER
002420*    CARDED (COUNTED BUT NOT JUDGED).  TS-ON-CARD-SW "B" IS THE
002430*    BUILT-IN DEFAULT MYFUNCTION FALLS BACK TO WITH NO CARD AT
002440*    ALL.  PERIOD 1 IS TONIGHT, PERIOD 2 THE PRIOR WEEK.
002450 01  WS-SET-TABLE.
002460     05  WS-SET-ENTRY        OCCURS 20 TIMES.
002470         10  TS-SET-NAME         PIC X(08).
002480         10  TS-ON-CARD-SW       PIC X(01).
002490             88  TS-SET-ON-CARD              VALUE "Y".
002500             88  TS-SET-BUILT-IN             VALUE "B".
002510             88  TS-SET-IS-JUDGED            VALUE "Y" "B".
002520         10  TS-ADD-AMOUNT       PIC 9(04).
002530         10  TS-HIGH-THRESHOLD   PIC 9(04).
002540         10  TS-PERIOD           OCCURS 2 TIMES.
002550             15  TS-HIGH-COUNT       PIC 9(08)   COMP.
002560             15  TS-LOW-COUNT        PIC 9(08)   COMP.
002570             15  TS-NEAR-ABOVE       PIC 9(08)   COMP.
002580             15  TS-NEAR-BELOW       PIC 9(08)   COMP.
002590             15  TS-OUT-OF-RANGE     PIC 9(08)   COMP.
002600             15  TS-NOT-JUDGED       PIC 9(08)   COMP.
002610             15  TS-FROM-TABLE       PIC 9(08)   COMP.
002620
002621*    THE RUN-IDS ON TONIGHT'S RESHX EXTRACT(S).  RESHIST LINES
002622*    OF THESE RUNS ARE TONIGHT'S, NOT THE PRIOR WEEK'S.
002623 01  WS-TONIGHT-RUN-TABLE.
002624     05  TR-RUN-ID           PIC X(08)   OCCURS 20 TIMES.
002625
002630*    ONE FIGURE OF THE REPORT: TONIGHT, THE PRIOR WEEK, AND THE
002640*    WEEK'S AVERAGE NIGHT WORKED FROM IT.
002650 01  WS-ROW-LABEL            PIC X(32).
002660 01  WS-ROW-TONIGHT          PIC 9(08)   COMP.
002670 01  WS-ROW-WEEK             PIC 9(08)   COMP.
002680 01  WS-ROW-AVERAGE          PIC 9(08)V9 COMP.
002690 01  WS-ROW-CHANGE           PIC S9(08)V9 COMP.
002700 01  WS-SHARE-PRICED         PIC 9(08)   COMP.
002710 01  WS-SHARE-NEAR           PIC 9(08)   COMP.
002720 01  WS-SHARE-TONIGHT        PIC 9(03)V9 COMP.
002730 01  WS-SHARE-WEEK           PIC 9(03)V9 COMP.
002740
002750 01  WS-RPT-TONIGHT          PIC ZZZZZZZ9.
002760 01  WS-RPT-WEEK             PIC ZZZZZZZ9.
002770 01  WS-RPT-AVERAGE          PIC ZZZZZZ9.9.
002780 01  WS-RPT-CHANGE           PIC -------9.9.
002790 01  WS-RPT-PCT-TN           PIC ZZ9.9.
002800 01  WS-RPT-PCT-PW           PIC ZZ9.9.
002810 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
002820 01  WS-RPT-COUNT2           PIC ZZZZZZZ9.
002830 01  WS-RPT-NIGHTS           PIC ZZ9.
002840 01  WS-RPT-RC               PIC Z9.
002850 01  WS-RPT-AMOUNT           PIC 9(04).
002860 01  WS-RPT-THRESHOLD        PIC 9(04).
002870 01  WS-RPT-BAND             PIC 9(04).
002880
002890     COPY OPCALL.
002900
002910 PROCEDURE DIVISION.
002920*-----------------------------------------------------------*
002930* 0000-MAINLINE - LOAD TODAY'S RATE CARD, JUDGE TONIGHT'S
002940* TRAFFIC AND THE PRIOR WEEK'S AGAINST IT, AND REPORT.
002950*-----------------------------------------------------------*
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE
002980         THRU 1000-EXIT.
002990
003000     SET TONIGHT-PERIOD TO TRUE.
003010     PERFORM 2000-READ-TONIGHTS-AUDIT
003020         THRU 2000-EXIT.
003030     PERFORM 3000-READ-TONIGHTS-EXTRACTS
003040         THRU 3000-EXIT.
003050
003060     SET PRIOR-WEEK-PERIOD TO TRUE.
003070     PERFORM 4000-WALK-PRIOR-WEEK
003080         THRU 4000-EXIT.
003090     PERFORM 4500-READ-PRIOR-TABLE-ANSWERS
003100         THRU 4500-EXIT.
003110
003120     PERFORM 6000-WRITE-SET-REPORT
003130         THRU 6000-EXIT.
003140
003150     PERFORM 9000-WRITE-TOTALS
003160         THRU 9000-EXIT.
003170
003180     PERFORM 8000-TERMINATE
003190         THRU 8000-EXIT.
003200
003210     MOVE WS-JOB-RC TO RETURN-CODE.
003220     SET OL-EVENT-END TO TRUE.
003230     MOVE "THRESHOLD REPORT COMPLETE" TO OL-EVENT-TEXT.
003240     MOVE WS-RECORDS-JUDGED  TO OL-COUNT-1.
003250     MOVE WS-GEN-LINES-READ  TO OL-COUNT-2.
003260     MOVE RETURN-CODE        TO OL-RETURN-CODE.
003270     PERFORM 9700-LOG-OPS-EVENT
003280         THRU 9700-EXIT.
003290     MOVE WS-JOB-RC TO RETURN-CODE.
003300
003310     STOP RUN.
003320
003330*-----------------------------------------------------------*
003340* 1000-INITIALIZE - OPEN THE REPORT, TAKE THE BAND FROM
003350* THRSCTL (NONE, OR NOT NUMERIC, KEEPS 10), FIX THE PRIOR
003360* WEEK AS THE SEVEN DAYS BEFORE TODAY, AND LOAD THE RATE SETS.
003370*-----------------------------------------------------------*
003380 1000-INITIALIZE.
003390     INITIALIZE WS-SET-TABLE.
003400
003410     MOVE "THRSENSE"   TO OL-PROGRAM-NAME.
003420     MOVE "THRSENSE"   TO OL-RUN-ID.
003430     SET OL-EVENT-START TO TRUE.
003440     MOVE "THRESHOLD SENSITIVITY" TO OL-EVENT-TEXT.
003450     MOVE 0 TO OL-COUNT-1.
003460     MOVE 0 TO OL-COUNT-2.
003470     MOVE 0 TO OL-RETURN-CODE.
003480     PERFORM 9700-LOG-OPS-EVENT
003490         THRU 9700-EXIT.
003500
003510     OPEN OUTPUT THRESH-RPT-FILE.
003520     MOVE SPACES TO THRESH-RPT-RECORD.
003530     STRING "THRSENSE - THRESHOLD SENSITIVITY OF PRICED TRAFFIC "
003540            "BY RATE SET"
003550         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
003560     WRITE THRESH-RPT-RECORD.
003570
003580     MOVE SPACES TO THRESH-CTL-RECORD.
003590     OPEN INPUT THRESH-CTL-FILE.
003600     IF WS-THRSCTL-STATUS = "00"
003610         READ THRESH-CTL-FILE
003620             AT END
003630                 MOVE SPACES TO THRESH-CTL-RECORD
003640         END-READ
003650         CLOSE THRESH-CTL-FILE
003660     END-IF.
003670     IF TC-BAND-WIDTH IS NUMERIC
003680         MOVE TC-BAND-WIDTH TO WS-BAND-WIDTH
003690         SET BAND-WAS-CARDED TO TRUE
003700     END-IF.
003710
003720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003730     COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
003740     COMPUTE WS-WEEK-FROM-DATE =
003750         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY - 7).
003760     COMPUTE WS-WEEK-TO-DATE =
003770         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY - 1).
003771     COMPUTE WS-HIST-FROM-DATE =
003772         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY - 8).
003773     COMPUTE WS-HIST-TO-DATE =
003774         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY - 2).
003780
003790     MOVE WS-BAND-WIDTH TO WS-RPT-BAND.
003800     MOVE SPACES TO THRESH-RPT-RECORD.
003810     IF BAND-WAS-CARDED
003820         STRING "RUN DATE " WS-RUN-DATE "   BAND +/-" WS-RPT-BAND
003830                " OF THE THRESHOLD (THRSCTL)   PRIOR WEEK "
003840                WS-WEEK-FROM-DATE " TO " WS-WEEK-TO-DATE
003850             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
003860     ELSE
003870         STRING "RUN DATE " WS-RUN-DATE "   BAND +/-" WS-RPT-BAND
003880                " OF THE THRESHOLD (NOT CARDED)   PRIOR WEEK "
003890                WS-WEEK-FROM-DATE " TO " WS-WEEK-TO-DATE
003900             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
003910     END-IF.
003920     WRITE THRESH-RPT-RECORD.
003930
003940     PERFORM 1100-LOAD-RATE-CARD
003950         THRU 1100-EXIT.
003960 1000-EXIT.
003970     EXIT.
003980
003990*-----------------------------------------------------------*
004000* 1100-LOAD-RATE-CARD - EVERY GOOD SET ON TODAY'S MYFNRATE.
004010* WITH NO GOOD SET AT ALL MYFUNCTION PRICES UNDER ITS BUILT-IN
004020* DEFAULT AMOUNTS, SO THE TRAFFIC IS JUDGED AGAINST THOSE.
004030*-----------------------------------------------------------*
004040 1100-LOAD-RATE-CARD.
004050     MOVE "N" TO WS-RATE-EOF-SWITCH.
004060     OPEN INPUT RATE-CTL-FILE.
004070     IF WS-RATECTL-STATUS = "00"
004080         PERFORM 1110-LOAD-ONE-SET
004090             THRU 1110-EXIT
004100             UNTIL END-OF-RATE-CARDS
004110         CLOSE RATE-CTL-FILE
004120     END-IF.
004130
004140     IF WS-SET-COUNT = 0
004150         MOVE 1          TO WS-SET-COUNT
004160         MOVE "DEFAULT " TO TS-SET-NAME (1)
004170         MOVE "B"        TO TS-ON-CARD-SW (1)
004180         MOVE 10         TO TS-ADD-AMOUNT (1)
004190         MOVE 15         TO TS-HIGH-THRESHOLD (1)
004200         MOVE SPACES TO THRESH-RPT-RECORD
004210         STRING "NO RATE SETS ON MYFNRATE - TRAFFIC JUDGED "
004220                "AGAINST THE BUILT-IN DEFAULT AMOUNTS"
004230             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
004240         WRITE THRESH-RPT-RECORD
004250     END-IF.
004260 1100-EXIT.
004270     EXIT.
004280
004290*-----------------------------------------------------------*
004300* 1110-LOAD-ONE-SET - ONE MYFNRATE RECORD, UNDER THE SAME
004310* GUARDS MYFUNCTION'S OWN LOAD APPLIES.  THE FIRST RECORD FOR
004320* A NAME WINS, AS IT DOES IN MYFUNCTION.
004330*-----------------------------------------------------------*
004340 1110-LOAD-ONE-SET.
004350     READ RATE-CTL-FILE
004360         AT END
004370             SET END-OF-RATE-CARDS TO TRUE
004380             GO TO 1110-EXIT
004390     END-READ.
004400     IF RC2-SET-NAME = SPACES
004410       OR RC2-ADD-AMOUNT IS NOT NUMERIC
004420       OR RC2-HIGH-THRESHOLD IS NOT NUMERIC
004430       OR RC2-SUBTRACT-AMOUNT IS NOT NUMERIC
004440       OR RC2-LOW-ADD-AMOUNT IS NOT NUMERIC
004450       OR RC2-LOOP-UPPER-BOUND IS NOT NUMERIC
004460         GO TO 1110-EXIT
004470     END-IF.
004480
004490     MOVE RC2-SET-NAME TO WS-CLASS-SET-NAME.
004500     PERFORM 1200-FIND-OR-ADD-SET
004510         THRU 1200-EXIT.
004520     IF WS-SET-MATCH-SUB = 0
004530         GO TO 1110-EXIT
004540     END-IF.
004550     IF TS-SET-ON-CARD (WS-SET-MATCH-SUB)
004560         GO TO 1110-EXIT
004570     END-IF.
004580     MOVE "Y"                TO TS-ON-CARD-SW (WS-SET-MATCH-SUB).
004590     MOVE RC2-ADD-AMOUNT     TO TS-ADD-AMOUNT (WS-SET-MATCH-SUB).
004600     MOVE RC2-HIGH-THRESHOLD
004610         TO TS-HIGH-THRESHOLD (WS-SET-MATCH-SUB).
004620 1110-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------*
004660* 1200-FIND-OR-ADD-SET - THE SET TABLE SLOT FOR THE SET NAMED
004670* IN WS-CLASS-SET-NAME, ADDED (NOT ON THE CARD) IF NEW.  ZERO
004680* WHEN THE TABLE IS FULL.
004690*-----------------------------------------------------------*
004700 1200-FIND-OR-ADD-SET.
004710     MOVE 0 TO WS-SET-MATCH-SUB.
004720     PERFORM 1210-LOOK-FOR-SET
004730         THRU 1210-EXIT
004740         VARYING WS-SET-SUB FROM 1 BY 1
004750         UNTIL WS-SET-SUB > WS-SET-COUNT
004760            OR WS-SET-MATCH-SUB > 0.
004770     IF WS-SET-MATCH-SUB > 0
004780         GO TO 1200-EXIT
004790     END-IF.
004800     IF WS-SET-COUNT >= 20
004810         SET SET-TABLE-FULL TO TRUE
004820         GO TO 1200-EXIT
004830     END-IF.
004840     ADD 1 TO WS-SET-COUNT.
004850     MOVE WS-SET-COUNT      TO WS-SET-MATCH-SUB.
004860     MOVE WS-CLASS-SET-NAME TO TS-SET-NAME (WS-SET-MATCH-SUB).
004870     MOVE "N"               TO TS-ON-CARD-SW (WS-SET-MATCH-SUB).
004880     MOVE 0                 TO TS-ADD-AMOUNT (WS-SET-MATCH-SUB).
004890     MOVE 0            TO TS-HIGH-THRESHOLD (WS-SET-MATCH-SUB).
004900 1200-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------*
004940* 1210-LOOK-FOR-SET - ONE SET TABLE SLOT AGAINST THE NAME.
004950*-----------------------------------------------------------*
004960 1210-LOOK-FOR-SET.
004970     IF TS-SET-NAME (WS-SET-SUB) = WS-CLASS-SET-NAME
004980         MOVE WS-SET-SUB TO WS-SET-MATCH-SUB
004990     END-IF.
005000 1210-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------*
005040* 2000-READ-TONIGHTS-AUDIT - EVERY LINE OF THE LIVE MFAUDIT.
005050* AuditMaint CUTS IT TO A GENERATION EVERY NIGHT, SO WHAT IS
005060* ON IT IS TONIGHT'S.
005070*-----------------------------------------------------------*
005080 2000-READ-TONIGHTS-AUDIT.
005090     MOVE "N" TO WS-FILE-EOF-SWITCH.
005100     OPEN INPUT AUDIT-LOG-FILE.
005110     IF WS-MFAUDIT-STATUS NOT = "00"
005120         MOVE SPACES TO THRESH-RPT-RECORD
005130         STRING "MFAUDIT NOT PRESENT - NO LIVE CALLS TONIGHT"
005140             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
005150         WRITE THRESH-RPT-RECORD
005160         GO TO 2000-EXIT
005170     END-IF.
005180
005190     PERFORM 2100-TAKE-ONE-AUDIT-LINE
005200         THRU 2100-EXIT
005210         UNTIL END-OF-CURRENT-FILE.
005220
005230     CLOSE AUDIT-LOG-FILE.
005240 2000-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------*
005280* 2100-TAKE-ONE-AUDIT-LINE - ONE LIVE MFAUDIT LINE.
005290*-----------------------------------------------------------*
005300 2100-TAKE-ONE-AUDIT-LINE.
005310     READ AUDIT-LOG-FILE
005320         AT END
005330             SET END-OF-CURRENT-FILE TO TRUE
005340             GO TO 2100-EXIT
005350     END-READ.
005360     ADD 1 TO WS-AUDIT-LINES-READ.
005370     MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE.
005380     PERFORM 2200-JUDGE-AUDIT-LINE
005390         THRU 2200-EXIT.
005400 2100-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------*
005440* 2200-JUDGE-AUDIT-LINE - ONE MFAUDIT LINE, LIVE OR ARCHIVED.
005450* THE FunctionLookup TABLE BUILD AND RateSim CALLS PRICED
005460* NOTHING AND ARE PASSED OVER; A LINE WHOSE X1 CANNOT BE READ
005470* IS COUNTED AS SUCH.  A LINE WRITTEN BEFORE RATE SETS
005480* EXISTED CARRIES NO SET AND WAS PRICED UNDER DEFAULT.
005490*-----------------------------------------------------------*
005500 2200-JUDGE-AUDIT-LINE.
005510     IF AL-NOT-TRAFFIC
005520         ADD 1 TO WS-LINES-NOT-TRAFFIC
005530         GO TO 2200-EXIT
005540     END-IF.
005550     IF AL-X1 IS NOT NUMERIC
005560         ADD 1 TO WS-LINES-UNREADABLE
005570         GO TO 2200-EXIT
005580     END-IF.
005590
005600     IF AL-RATE-SET = SPACES
005610         MOVE "DEFAULT " TO WS-CLASS-SET-NAME
005620     ELSE
005630         MOVE AL-RATE-SET TO WS-CLASS-SET-NAME
005640     END-IF.
005650     MOVE AL-X1     TO WS-CLASS-X1.
005660     MOVE AL-STATUS TO WS-CLASS-STATUS.
005670     SET CLASS-FROM-AUDIT TO TRUE.
005680     PERFORM 5000-CLASSIFY-ONE-RECORD
005690         THRU 5000-EXIT.
005700 2200-EXIT.
005710     EXIT.
005720
005730*-----------------------------------------------------------*
005740* 3000-READ-TONIGHTS-EXTRACTS - THE ANSWERS SERVED FROM THE
005750* LKUPTBLX TABLE NEVER REACHED MYFUNCTION AND LEFT NO MFAUDIT
005760* LINE; THEY ARE ON TONIGHT'S RESHX EXTRACT.  A CARDED MRGCTL
005770* MEANS A SPLIT NIGHT, WITH ONE RESHXNN PER STREAM INSTEAD.
005780*-----------------------------------------------------------*
005790 3000-READ-TONIGHTS-EXTRACTS.
005800     MOVE 0 TO WS-STREAM-COUNT.
005810     OPEN INPUT MERGE-CTL-FILE.
005820     IF WS-MRGCTL-STATUS = "00"
005830         READ MERGE-CTL-FILE
005840             AT END
005850                 CONTINUE
005860             NOT AT END
005870                 IF MC-STREAM-COUNT IS NUMERIC
005880                     MOVE MC-STREAM-COUNT TO WS-STREAM-COUNT
005890                 END-IF
005900         END-READ
005910         CLOSE MERGE-CTL-FILE
005920     END-IF.
005930     IF WS-STREAM-COUNT > 8
005940         MOVE 8 TO WS-STREAM-COUNT
005950     END-IF.
005960
005970     IF WS-STREAM-COUNT = 0
005980         MOVE SPACES TO WS-RHX-NUMBER
005990         PERFORM 3100-READ-ONE-EXTRACT
006000             THRU 3100-EXIT
006010     ELSE
006020         PERFORM 3050-READ-STREAM-EXTRACT
006030             THRU 3050-EXIT
006040             VARYING WS-STREAM-SUB FROM 1 BY 1
006050             UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
006060     END-IF.
006070 3000-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------*
006110* 3050-READ-STREAM-EXTRACT - ONE STREAM'S RESHXNN.
006120*-----------------------------------------------------------*
006130 3050-READ-STREAM-EXTRACT.
006140     MOVE WS-STREAM-SUB   TO WS-RHX-NUMBER-9.
006150     MOVE WS-RHX-NUMBER-9 TO WS-RHX-NUMBER.
006160     PERFORM 3100-READ-ONE-EXTRACT
006170         THRU 3100-EXIT.
006180 3050-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------*
006220* 3100-READ-ONE-EXTRACT - EVERY RECORD OF THE EXTRACT NAMED IN
006230* WS-RHX-FILE-NAME.  ONE THAT IS NOT THERE IS COUNTED.
006240*-----------------------------------------------------------*
006250 3100-READ-ONE-EXTRACT.
006260     MOVE "N" TO WS-FILE-EOF-SWITCH.
006270     OPEN INPUT RESULT-HIST-EXTRACT.
006280     IF WS-RESHX-STATUS NOT = "00"
006290         ADD 1 TO WS-EXTRACTS-MISSING
006300         GO TO 3100-EXIT
006310     END-IF.
006320     ADD 1 TO WS-EXTRACTS-READ.
006330
006340     PERFORM 3110-TAKE-ONE-EXTRACT-RECORD
006350         THRU 3110-EXIT
006360         UNTIL END-OF-CURRENT-FILE.
006370
006380     CLOSE RESULT-HIST-EXTRACT.
006390 3100-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------*
006430* 3110-TAKE-ONE-EXTRACT-RECORD - ONE RESHX DETAIL; ONLY A
006440* TABLE OR OVERRIDE ANSWER IS TAKEN, THE REST ARE ON MFAUDIT
006445* ALREADY.  BOTH COUNT AS TABLE ANSWERS.  EVERY DETAIL'S
006446* RUN-ID IS NOTED AS ONE OF TONIGHT'S RUNS.
006450*-----------------------------------------------------------*
006460 3110-TAKE-ONE-EXTRACT-RECORD.
006470     READ RESULT-HIST-EXTRACT
006480         INTO RESULT-HIST-RECORD
006490         AT END
006500             SET END-OF-CURRENT-FILE TO TRUE
006510             GO TO 3110-EXIT
006520     END-READ.
006525     PERFORM 3120-NOTE-TONIGHTS-RUN
006527         THRU 3120-EXIT.
006530     IF NOT RS-FROM-LOOKUP-TABLE
006535       AND NOT RS-FROM-OVERRIDE
006540         GO TO 3110-EXIT
006550     END-IF.
006560     ADD 1 TO WS-TABLE-ANSWERS-TN.
006570     PERFORM 3200-JUDGE-TABLE-ANSWER
006580         THRU 3200-EXIT.
006590 3110-EXIT.
006600     EXIT.
006610
006611*-----------------------------------------------------------*
006612* 3120-NOTE-TONIGHTS-RUN - ADD THE RUN-ID IN RESULT-HIST-RECORD
006613* TO TONIGHT'S RUNS IF IT IS NOT THERE YET.  A 21ST RUN IS NOT
006614* NOTED; ITS RESHIST LINES ARE STILL KEPT OUT OF THE PRIOR
006615* WEEK BY THEIR RUN DATE UNLESS THE NIGHT RAN LATE.
006616*-----------------------------------------------------------*
006617 3120-NOTE-TONIGHTS-RUN.
006618     PERFORM 3130-FIND-TONIGHTS-RUN
006619         THRU 3130-EXIT.
006620     IF WS-TONIGHT-RUN-MATCH > 0
006621       OR WS-TONIGHT-RUN-COUNT >= 20
006622         GO TO 3120-EXIT
006623     END-IF.
006624     ADD 1 TO WS-TONIGHT-RUN-COUNT.
006625     MOVE RS-RUN-ID TO TR-RUN-ID (WS-TONIGHT-RUN-COUNT).
006626 3120-EXIT.
006627     EXIT.
006628
006629*-----------------------------------------------------------*
006630* 3130-FIND-TONIGHTS-RUN - THE SLOT OF TONIGHT'S RUNS HOLDING
006631* THE RUN-ID IN RESULT-HIST-RECORD, OR ZERO.
006632*-----------------------------------------------------------*
006633 3130-FIND-TONIGHTS-RUN.
006634     MOVE 0 TO WS-TONIGHT-RUN-MATCH.
006635     PERFORM 3140-LOOK-FOR-RUN
006636         THRU 3140-EXIT
006637         VARYING WS-TONIGHT-RUN-SUB FROM 1 BY 1
006638         UNTIL WS-TONIGHT-RUN-SUB > WS-TONIGHT-RUN-COUNT
006639            OR WS-TONIGHT-RUN-MATCH > 0.
006640 3130-EXIT.
006641     EXIT.
006642
006643*-----------------------------------------------------------*
006644* 3140-LOOK-FOR-RUN - ONE SLOT OF TONIGHT'S RUNS.
006645*-----------------------------------------------------------*
006646 3140-LOOK-FOR-RUN.
006647     IF TR-RUN-ID (WS-TONIGHT-RUN-SUB) = RS-RUN-ID
006648         MOVE WS-TONIGHT-RUN-SUB TO WS-TONIGHT-RUN-MATCH
006649     END-IF.
006650 3140-EXIT.
006651     EXIT.
006652
006653*-----------------------------------------------------------*
006654* 3200-JUDGE-TABLE-ANSWER - ONE TABLE OR OVERRIDE ANSWER IN
006655* RESULT-HIST-RECORD.  THE TABLE HOLDS NO X1, SO IT IS WORKED
006656* AS MYFUNCTION WORKS IT - THE PARAM PLUS THE SET'S ADD AMOUNT.
006660* A SET NO LONGER ON THE CARD HAS NO ADD AMOUNT AND IS COUNTED
006670* BUT NOT JUDGED.
006680*-----------------------------------------------------------*
006690 3200-JUDGE-TABLE-ANSWER.
006700     IF RS-PARAM IS NOT NUMERIC
006710         ADD 1 TO WS-LINES-UNREADABLE
006720         GO TO 3200-EXIT
006730     END-IF.
006740
006750     IF RS-RATE-SET = SPACES
006760         MOVE "DEFAULT " TO WS-CLASS-SET-NAME
006770     ELSE
006780         MOVE RS-RATE-SET TO WS-CLASS-SET-NAME
006790     END-IF.
006800     PERFORM 1200-FIND-OR-ADD-SET
006810         THRU 1200-EXIT.
006820
006830     MOVE RS-PARAM TO WS-CLASS-X1.
006840     IF WS-SET-MATCH-SUB > 0
006850         ADD TS-ADD-AMOUNT (WS-SET-MATCH-SUB) TO WS-CLASS-X1
006860             ON SIZE ERROR
006870                 CONTINUE
006880         END-ADD
006890     END-IF.
006900     MOVE RS-STATUS-CODE TO WS-CLASS-STATUS.
006910     SET CLASS-FROM-TABLE TO TRUE.
006920     PERFORM 5000-CLASSIFY-ONE-RECORD
006930         THRU 5000-EXIT.
006940 3200-EXIT.
006950     EXIT.
006960
006970*-----------------------------------------------------------*
006980* 4000-WALK-PRIOR-WEEK - EVERY CATALOGUED GENERATION CUT IN
006990* THE SEVEN DAYS BEFORE TODAY.  THE NIGHTS ARE THE DISTINCT
007000* CUT DATES FOUND - THE DIVISOR FOR THE WEEK'S AVERAGE.
007010*-----------------------------------------------------------*
007020 4000-WALK-PRIOR-WEEK.
007030     MOVE "N" TO WS-CAT-EOF-SWITCH.
007040     MOVE 0 TO WS-LAST-CUT-DATE.
007050     OPEN INPUT AUDIT-CAT-FILE.
007060     IF WS-AUDGCAT-STATUS NOT = "00"
007070         MOVE SPACES TO THRESH-RPT-RECORD
007080         STRING "AUDGCAT NOT PRESENT - NO ARCHIVED GENERATIONS "
007090                "FOR THE PRIOR WEEK"
007100             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
007110         WRITE THRESH-RPT-RECORD
007120         GO TO 4000-EXIT
007130     END-IF.
007140
007150     PERFORM 4100-JUDGE-ONE-GENERATION
007160         THRU 4100-EXIT
007170         UNTIL END-OF-CATALOG.
007180
007190     CLOSE AUDIT-CAT-FILE.
007200 4000-EXIT.
007210     EXIT.
007220
007230*-----------------------------------------------------------*
007240* 4100-JUDGE-ONE-GENERATION - ONE CATALOG ENTRY; READ ITS
007250* GENERATION FILE WHEN IT WAS CUT IN THE PRIOR WEEK.
007260*-----------------------------------------------------------*
007270 4100-JUDGE-ONE-GENERATION.
007280     READ AUDIT-CAT-FILE
007290         AT END
007300             SET END-OF-CATALOG TO TRUE
007310             GO TO 4100-EXIT
007320     END-READ.
007330
007340     IF GC-CUT-DATE IS NOT NUMERIC
007350       OR GC-CUT-DATE < WS-WEEK-FROM-DATE
007360       OR GC-CUT-DATE > WS-WEEK-TO-DATE
007370         GO TO 4100-EXIT
007380     END-IF.
007390
007400     MOVE GC-GEN-NUMBER TO WS-GFN-NUMBER.
007410     MOVE "N" TO WS-FILE-EOF-SWITCH.
007420     OPEN INPUT GENERATION-FILE.
007430     IF WS-GENFILE-STATUS NOT = "00"
007440         ADD 1 TO WS-GENS-MISSING
007450         GO TO 4100-EXIT
007460     END-IF.
007470     ADD 1 TO WS-GENS-READ.
007480     IF GC-CUT-DATE NOT = WS-LAST-CUT-DATE
007490         ADD 1 TO WS-NIGHTS-IN-WEEK
007500         MOVE GC-CUT-DATE TO WS-LAST-CUT-DATE
007510     END-IF.
007520
007530     PERFORM 4200-TAKE-ONE-GENERATION-LINE
007540         THRU 4200-EXIT
007550         UNTIL END-OF-CURRENT-FILE.
007560
007570     CLOSE GENERATION-FILE.
007580 4100-EXIT.
007590     EXIT.
007600
007610*-----------------------------------------------------------*
007620* 4200-TAKE-ONE-GENERATION-LINE - ONE ARCHIVED MFAUDIT LINE.
007630*-----------------------------------------------------------*
007640 4200-TAKE-ONE-GENERATION-LINE.
007650     READ GENERATION-FILE
007660         AT END
007670             SET END-OF-CURRENT-FILE TO TRUE
007680             GO TO 4200-EXIT
007690     END-READ.
007700     ADD 1 TO WS-GEN-LINES-READ.
007710     MOVE GENERATION-RECORD TO WS-AUDIT-LINE.
007720     PERFORM 2200-JUDGE-AUDIT-LINE
007730         THRU 2200-EXIT.
007740 4200-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------*
007780* 4500-READ-PRIOR-TABLE-ANSWERS - THE PRIOR WEEK'S TABLE
007790* ANSWERS, FROM THE PERMANENT RESULT HISTORY BY RUN DATE.
007791* RS-RUN-DATE IS THE DAY THE NIGHT STARTED, AND AuditMaint
007792* CUTS THAT NIGHT'S GENERATION THE MORNING AFTER, SO THE
007793* NIGHTS TAKEN ARE THOSE STARTED 8 TO 2 DAYS BEFORE TODAY -
007794* THE SAME NIGHTS AS THE GENERATIONS CUT 7 TO 1 DAYS BEFORE.
007795* A LINE OF ONE OF TONIGHT'S RUNS IS LEFT OUT WHATEVER ITS
007796* DATE - IT IS ALREADY COUNTED FROM RESHX.
007800*-----------------------------------------------------------*
007810 4500-READ-PRIOR-TABLE-ANSWERS.
007820     MOVE "N" TO WS-FILE-EOF-SWITCH.
007830     OPEN INPUT RESULT-HIST-FILE.
007840     IF WS-RESHIST-STATUS NOT = "00"
007850         MOVE SPACES TO THRESH-RPT-RECORD
007860         STRING "RESHIST NOT PRESENT - STATUS " WS-RESHIST-STATUS
007870                " - PRIOR WEEK HOLDS NO TABLE ANSWERS"
007880             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
007890         WRITE THRESH-RPT-RECORD
007900         GO TO 4500-EXIT
007910     END-IF.
007920     SET RESULT-HISTORY-WAS-READ TO TRUE.
007930
007940     PERFORM 4510-TAKE-ONE-HISTORY-LINE
007950         THRU 4510-EXIT
007960         UNTIL END-OF-CURRENT-FILE.
007970
007980     CLOSE RESULT-HIST-FILE.
007990 4500-EXIT.
008000     EXIT.
008010
008020*-----------------------------------------------------------*
008030* 4510-TAKE-ONE-HISTORY-LINE - ONE RESHIST LINE; A TABLE
008040* OR OVERRIDE ANSWER POSTED IN THE PRIOR WEEK IS JUDGED,
008045* UNLESS IT BELONGS TO ONE OF TONIGHT'S RUNS.
008050*-----------------------------------------------------------*
008060 4510-TAKE-ONE-HISTORY-LINE.
008070     READ RESULT-HIST-FILE NEXT RECORD
008080         INTO RESULT-HIST-RECORD
008090         AT END
008100             SET END-OF-CURRENT-FILE TO TRUE
008110             GO TO 4510-EXIT
008120     END-READ.
008130     IF (NOT RS-FROM-LOOKUP-TABLE
008135       AND NOT RS-FROM-OVERRIDE)
008140       OR RS-RUN-DATE < WS-HIST-FROM-DATE
008150       OR RS-RUN-DATE > WS-HIST-TO-DATE
008160         GO TO 4510-EXIT
008170     END-IF.
008172     PERFORM 3130-FIND-TONIGHTS-RUN
008174         THRU 3130-EXIT.
008176     IF WS-TONIGHT-RUN-MATCH > 0
008177         ADD 1 TO WS-HIST-TONIGHT-LINES
008178         GO TO 4510-EXIT
008179     END-IF.
008180     ADD 1 TO WS-TABLE-ANSWERS-PW.
008190     PERFORM 3200-JUDGE-TABLE-ANSWER
008200         THRU 3200-EXIT.
008210 4510-EXIT.
008220     EXIT.
008230
008240*-----------------------------------------------------------*
008250* 5000-CLASSIFY-ONE-RECORD - COUNT THE RECORD IN WS-CLASS-
008260* AGAINST ITS SET FOR THE PERIOD IN HAND.  STATUS 04 IS OUT OF
008270* RANGE AND PRICED NOTHING; OTHERWISE AN X1 ABOVE THE
008280* THRESHOLD TOOK THE HIGH (SUBTRACT) BRANCH AND ANY OTHER THE
008290* LOW (LOW-ADD) BRANCH, AND ONE NO FURTHER FROM THE THRESHOLD
008300* THAN THE BAND IS ALSO COUNTED AS NEAR IT ON ITS SIDE.
008310*-----------------------------------------------------------*
008320 5000-CLASSIFY-ONE-RECORD.
008330     PERFORM 1200-FIND-OR-ADD-SET
008340         THRU 1200-EXIT.
008350     IF WS-SET-MATCH-SUB = 0
008360         ADD 1 TO WS-RECORDS-NOT-JUDGED
008370         GO TO 5000-EXIT
008380     END-IF.
008390     MOVE WS-SET-MATCH-SUB TO WS-SET-SUB.
008400
008410     IF CLASS-FROM-TABLE
008420         ADD 1 TO TS-FROM-TABLE (WS-SET-SUB WS-PERIOD-SUB)
008430     END-IF.
008440     IF NOT TS-SET-IS-JUDGED (WS-SET-SUB)
008450         ADD 1 TO TS-NOT-JUDGED (WS-SET-SUB WS-PERIOD-SUB)
008460         ADD 1 TO WS-RECORDS-NOT-JUDGED
008470         GO TO 5000-EXIT
008480     END-IF.
008490     ADD 1 TO WS-RECORDS-JUDGED.
008500
008510     IF WS-CLASS-STATUS = "04"
008520         ADD 1 TO TS-OUT-OF-RANGE (WS-SET-SUB WS-PERIOD-SUB)
008530         GO TO 5000-EXIT
008540     END-IF.
008550
008560     COMPUTE WS-DISTANCE =
008570         WS-CLASS-X1 - TS-HIGH-THRESHOLD (WS-SET-SUB).
008580     IF WS-DISTANCE > 0
008590         ADD 1 TO TS-HIGH-COUNT (WS-SET-SUB WS-PERIOD-SUB)
008600         IF WS-DISTANCE NOT > WS-BAND-WIDTH
008610             ADD 1 TO TS-NEAR-ABOVE (WS-SET-SUB WS-PERIOD-SUB)
008620         END-IF
008630     ELSE
008640         ADD 1 TO TS-LOW-COUNT (WS-SET-SUB WS-PERIOD-SUB)
008650         IF 0 - WS-DISTANCE NOT > WS-BAND-WIDTH
008660             ADD 1 TO TS-NEAR-BELOW (WS-SET-SUB WS-PERIOD-SUB)
008670         END-IF
008680     END-IF.
008690 5000-EXIT.
008700     EXIT.
008710
008720*-----------------------------------------------------------*
008730* 6000-WRITE-SET-REPORT - ONE BLOCK PER RATE SET THAT IS ON
008740* TODAY'S CARD OR CARRIED TRAFFIC IN EITHER PERIOD.
008750*-----------------------------------------------------------*
008760 6000-WRITE-SET-REPORT.
008770     MOVE SPACES TO THRESH-RPT-RECORD.
008780     WRITE THRESH-RPT-RECORD.
008790     MOVE WS-NIGHTS-IN-WEEK TO WS-RPT-NIGHTS.
008800     MOVE SPACES TO THRESH-RPT-RECORD.
008810     IF WS-NIGHTS-IN-WEEK = 0
008820         STRING "NO ARCHIVED NIGHTS IN THE PRIOR WEEK - NO WEEK "
008830                "AVERAGE TO COMPARE AGAINST"
008840             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
008850     ELSE
008860         STRING "PRIOR WEEK COVERS " WS-RPT-NIGHTS
008870                " ARCHIVED NIGHT(S); AVG IS THE WEEK OVER THOSE "
008880                "NIGHTS"
008890             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
008900     END-IF.
008910     WRITE THRESH-RPT-RECORD.
008920
008930     PERFORM 6100-WRITE-ONE-SET
008940         THRU 6100-EXIT
008950         VARYING WS-SET-SUB FROM 1 BY 1
008960         UNTIL WS-SET-SUB > WS-SET-COUNT.
008970 6000-EXIT.
008980     EXIT.
008990
009000*-----------------------------------------------------------*
009010* 6100-WRITE-ONE-SET - THE SET'S HEADING, ITS FIGURES FOR
009020* TONIGHT BESIDE THE PRIOR WEEK, AND THE SHARE OF ITS PRICED
009030* TRAFFIC THAT SAT WITHIN THE BAND.
009040*-----------------------------------------------------------*
009050 6100-WRITE-ONE-SET.
009060     MOVE SPACES TO THRESH-RPT-RECORD.
009070     WRITE THRESH-RPT-RECORD.
009080
009090     IF NOT TS-SET-IS-JUDGED (WS-SET-SUB)
009100         MOVE SPACES TO THRESH-RPT-RECORD
009110         STRING "SET " TS-SET-NAME (WS-SET-SUB)
009120                "  NOT ON TODAY'S MYFNRATE - COUNTED, NOT JUDGED"
009130             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
009140         WRITE THRESH-RPT-RECORD
009150         MOVE "RECORDS"             TO WS-ROW-LABEL
009160         MOVE TS-NOT-JUDGED (WS-SET-SUB 1) TO WS-ROW-TONIGHT
009170         MOVE TS-NOT-JUDGED (WS-SET-SUB 2) TO WS-ROW-WEEK
009180         PERFORM 6200-WRITE-ONE-ROW
009190             THRU 6200-EXIT
009200         GO TO 6100-EXIT
009210     END-IF.
009220
009230     MOVE TS-HIGH-THRESHOLD (WS-SET-SUB) TO WS-RPT-THRESHOLD.
009240     MOVE TS-ADD-AMOUNT (WS-SET-SUB)     TO WS-RPT-AMOUNT.
009250     MOVE SPACES TO THRESH-RPT-RECORD.
009260     IF TS-SET-BUILT-IN (WS-SET-SUB)
009270         STRING "SET " TS-SET-NAME (WS-SET-SUB)
009280                "  THRESHOLD " WS-RPT-THRESHOLD
009290                "  ADD " WS-RPT-AMOUNT "  (BUILT-IN AMOUNTS)"
009300             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
009310     ELSE
009320         STRING "SET " TS-SET-NAME (WS-SET-SUB)
009330                "  THRESHOLD " WS-RPT-THRESHOLD
009340                "  ADD " WS-RPT-AMOUNT "  (TODAY'S MYFNRATE)"
009350             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
009360     END-IF.
009370     WRITE THRESH-RPT-RECORD.
009380     MOVE SPACES TO THRESH-RPT-RECORD.
009390     STRING "                                  TONIGHT"
009400            "  PRIOR WEEK  WEEK AVG  TONIGHT VS AVG"
009410         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
009420     WRITE THRESH-RPT-RECORD.
009430
009440     MOVE "HIGH BRANCH (SUBTRACT)"     TO WS-ROW-LABEL.
009450     MOVE TS-HIGH-COUNT (WS-SET-SUB 1) TO WS-ROW-TONIGHT.
009460     MOVE TS-HIGH-COUNT (WS-SET-SUB 2) TO WS-ROW-WEEK.
009470     PERFORM 6200-WRITE-ONE-ROW
009480         THRU 6200-EXIT.
009490     MOVE "  WITHIN BAND ABOVE THRESHOLD"  TO WS-ROW-LABEL.
009500     MOVE TS-NEAR-ABOVE (WS-SET-SUB 1) TO WS-ROW-TONIGHT.
009510     MOVE TS-NEAR-ABOVE (WS-SET-SUB 2) TO WS-ROW-WEEK.
009520     PERFORM 6200-WRITE-ONE-ROW
009530         THRU 6200-EXIT.
009540     MOVE "LOW BRANCH (LOW-ADD)"       TO WS-ROW-LABEL.
009550     MOVE TS-LOW-COUNT (WS-SET-SUB 1)  TO WS-ROW-TONIGHT.
009560     MOVE TS-LOW-COUNT (WS-SET-SUB 2)  TO WS-ROW-WEEK.
009570     PERFORM 6200-WRITE-ONE-ROW
009580         THRU 6200-EXIT.
009590     MOVE "  WITHIN BAND AT/BELOW"     TO WS-ROW-LABEL.
009600     MOVE TS-NEAR-BELOW (WS-SET-SUB 1) TO WS-ROW-TONIGHT.
009610     MOVE TS-NEAR-BELOW (WS-SET-SUB 2) TO WS-ROW-WEEK.
009620     PERFORM 6200-WRITE-ONE-ROW
009630         THRU 6200-EXIT.
009640     MOVE "OUT OF RANGE (STATUS 04)"   TO WS-ROW-LABEL.
009650     MOVE TS-OUT-OF-RANGE (WS-SET-SUB 1) TO WS-ROW-TONIGHT.
009660     MOVE TS-OUT-OF-RANGE (WS-SET-SUB 2) TO WS-ROW-WEEK.
009670     PERFORM 6200-WRITE-ONE-ROW
009680         THRU 6200-EXIT.
009690     MOVE "  OF ALL ABOVE, TABLE ANSWERS" TO WS-ROW-LABEL.
009700     MOVE TS-FROM-TABLE (WS-SET-SUB 1) TO WS-ROW-TONIGHT.
009710     MOVE TS-FROM-TABLE (WS-SET-SUB 2) TO WS-ROW-WEEK.
009720     PERFORM 6200-WRITE-ONE-ROW
009730         THRU 6200-EXIT.
009740
009750     COMPUTE WS-SHARE-PRICED = TS-HIGH-COUNT (WS-SET-SUB 1)
009760                             + TS-LOW-COUNT (WS-SET-SUB 1).
009770     COMPUTE WS-SHARE-NEAR   = TS-NEAR-ABOVE (WS-SET-SUB 1)
009780                             + TS-NEAR-BELOW (WS-SET-SUB 1).
009790     MOVE 0 TO WS-SHARE-TONIGHT.
009800     IF WS-SHARE-PRICED > 0
009810         COMPUTE WS-SHARE-TONIGHT ROUNDED =
009820             WS-SHARE-NEAR * 100 / WS-SHARE-PRICED
009830     END-IF.
009840     COMPUTE WS-SHARE-PRICED = TS-HIGH-COUNT (WS-SET-SUB 2)
009850                             + TS-LOW-COUNT (WS-SET-SUB 2).
009860     COMPUTE WS-SHARE-NEAR   = TS-NEAR-ABOVE (WS-SET-SUB 2)
009870                             + TS-NEAR-BELOW (WS-SET-SUB 2).
009880     MOVE 0 TO WS-SHARE-WEEK.
009890     IF WS-SHARE-PRICED > 0
009900         COMPUTE WS-SHARE-WEEK ROUNDED =
009910             WS-SHARE-NEAR * 100 / WS-SHARE-PRICED
009920     END-IF.
009930     MOVE WS-SHARE-TONIGHT TO WS-RPT-PCT-TN.
009940     MOVE WS-SHARE-WEEK    TO WS-RPT-PCT-PW.
009950     MOVE "PRICED WITHIN BAND - PCT" TO WS-ROW-LABEL.
009960     MOVE SPACES TO THRESH-RPT-RECORD.
009970     STRING WS-ROW-LABEL "    " WS-RPT-PCT-TN
009980            "       " WS-RPT-PCT-PW
009990         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
010000     WRITE THRESH-RPT-RECORD.
010010 6100-EXIT.
010020     EXIT.
010030
010040*-----------------------------------------------------------*
010050* 6200-WRITE-ONE-ROW - ONE FIGURE: TONIGHT, THE PRIOR WEEK,
010060* AND - WHEN THE WEEK HAS ANY ARCHIVED NIGHT - ITS AVERAGE
010070* NIGHT AND TONIGHT'S DIFFERENCE FROM THAT.
010080*-----------------------------------------------------------*
010090 6200-WRITE-ONE-ROW.
010100     MOVE WS-ROW-TONIGHT TO WS-RPT-TONIGHT.
010110     MOVE WS-ROW-WEEK    TO WS-RPT-WEEK.
010120     MOVE SPACES TO THRESH-RPT-RECORD.
010130     IF WS-NIGHTS-IN-WEEK = 0
010140         STRING WS-ROW-LABEL " " WS-RPT-TONIGHT "    " WS-RPT-WEEK
010150             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
010160         WRITE THRESH-RPT-RECORD
010170         GO TO 6200-EXIT
010180     END-IF.
010190
010200     COMPUTE WS-ROW-AVERAGE ROUNDED =
010210         WS-ROW-WEEK / WS-NIGHTS-IN-WEEK.
010220     COMPUTE WS-ROW-CHANGE = WS-ROW-TONIGHT - WS-ROW-AVERAGE.
010230     MOVE WS-ROW-AVERAGE TO WS-RPT-AVERAGE.
010240     MOVE WS-ROW-CHANGE  TO WS-RPT-CHANGE.
010250     STRING WS-ROW-LABEL " " WS-RPT-TONIGHT "    " WS-RPT-WEEK
010260            " " WS-RPT-AVERAGE "      " WS-RPT-CHANGE
010270         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
010280     WRITE THRESH-RPT-RECORD.
010290 6200-EXIT.
010300     EXIT.
010310
010320*-----------------------------------------------------------*
010330* 8000-TERMINATE - CLOSE THE REPORT.
010340*-----------------------------------------------------------*
010350 8000-TERMINATE.
010360     CLOSE THRESH-RPT-FILE.
010370 8000-EXIT.
010380     EXIT.
010390
010400*-----------------------------------------------------------*
010410* 9000-WRITE-TOTALS - WHAT WAS READ AND WHAT COULD NOT BE
010420* JUDGED.  RC 4 WHEN TONIGHT HELD NO TRAFFIC AT ALL, WHEN AN
010430* EXTRACT OR CATALOGUED GENERATION WAS NOT THERE TO READ, OR
010440* WHEN ANY RECORD COULD NOT BE READ OR PLACED AGAINST A SET.
010450*-----------------------------------------------------------*
010460 9000-WRITE-TOTALS.
010470     MOVE SPACES TO THRESH-RPT-RECORD.
010480     WRITE THRESH-RPT-RECORD.
010490
010500     MOVE WS-AUDIT-LINES-READ TO WS-RPT-COUNT.
010510     MOVE WS-LINES-NOT-TRAFFIC TO WS-RPT-COUNT2.
010520     MOVE SPACES TO THRESH-RPT-RECORD.
010530     STRING "MFAUDIT LINES TONIGHT: " WS-RPT-COUNT
010540            "   BUILD/WHAT-IF LINES PASSED OVER (BOTH PERIODS):"
010550            WS-RPT-COUNT2
010560         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
010570     WRITE THRESH-RPT-RECORD.
010580
010590     MOVE WS-TABLE-ANSWERS-TN TO WS-RPT-COUNT.
010600     MOVE WS-EXTRACTS-READ    TO WS-RPT-COUNT2.
010610     MOVE SPACES TO THRESH-RPT-RECORD.
010620     STRING "TABLE ANSWERS TONIGHT: " WS-RPT-COUNT
010630            "   RESULT EXTRACTS READ:" WS-RPT-COUNT2
010640         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
010650     WRITE THRESH-RPT-RECORD.
010660     IF WS-EXTRACTS-MISSING > 0
010670         MOVE WS-EXTRACTS-MISSING TO WS-RPT-COUNT
010680         MOVE SPACES TO THRESH-RPT-RECORD
010690         STRING "RESULT EXTRACTS MISSING:" WS-RPT-COUNT
010700                " - THEIR TABLE ANSWERS ARE NOT IN TONIGHT'S "
010710                "FIGURES"
010720             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
010730         WRITE THRESH-RPT-RECORD
010740         MOVE 4 TO WS-JOB-RC
010750     END-IF.
010760
010770     MOVE WS-GENS-READ      TO WS-RPT-COUNT.
010780     MOVE WS-GEN-LINES-READ TO WS-RPT-COUNT2.
010790     MOVE SPACES TO THRESH-RPT-RECORD.
010800     STRING "PRIOR WEEK GENERATIONS:" WS-RPT-COUNT
010810            "   ARCHIVED LINES READ:" WS-RPT-COUNT2
010820         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
010830     WRITE THRESH-RPT-RECORD.
010840     IF WS-GENS-MISSING > 0
010850         MOVE WS-GENS-MISSING TO WS-RPT-COUNT
010860         MOVE SPACES TO THRESH-RPT-RECORD
010870         STRING "CATALOGUED GENERATIONS MISSING:" WS-RPT-COUNT
010880                " - THE PRIOR WEEK IS SHORT BY THEIR LINES"
010890             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
010900         WRITE THRESH-RPT-RECORD
010910         MOVE 4 TO WS-JOB-RC
010920     END-IF.
010930     IF RESULT-HISTORY-WAS-READ
010940         MOVE WS-TABLE-ANSWERS-PW TO WS-RPT-COUNT
010950         MOVE SPACES TO THRESH-RPT-RECORD
010960         STRING "TABLE ANSWERS PRIOR WK:" WS-RPT-COUNT
010970                "   (RESHIST, NIGHTS STARTED " WS-HIST-FROM-DATE
010975                " TO " WS-HIST-TO-DATE ")"
010980             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
010990         WRITE THRESH-RPT-RECORD
010991         IF WS-HIST-TONIGHT-LINES > 0
010992             MOVE WS-HIST-TONIGHT-LINES TO WS-RPT-COUNT
010993             MOVE SPACES TO THRESH-RPT-RECORD
010994             STRING "TONIGHT'S RUNS LEFT OUT:" WS-RPT-COUNT
010995                    " RESHIST ANSWERS ALREADY COUNTED FROM RESHX"
010996                 DELIMITED BY SIZE INTO THRESH-RPT-RECORD
010997             WRITE THRESH-RPT-RECORD
010998         END-IF
011000     END-IF.
011010
011020     MOVE WS-RECORDS-JUDGED     TO WS-RPT-COUNT.
011030     MOVE WS-RECORDS-NOT-JUDGED TO WS-RPT-COUNT2.
011040     MOVE SPACES TO THRESH-RPT-RECORD.
011050     STRING "RECORDS JUDGED.......: " WS-RPT-COUNT
011060            "   NOT JUDGED (SET NOT CARDED):" WS-RPT-COUNT2
011070         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
011080     WRITE THRESH-RPT-RECORD.
011090
011100     IF WS-LINES-UNREADABLE > 0
011110         MOVE WS-LINES-UNREADABLE TO WS-RPT-COUNT
011120         MOVE SPACES TO THRESH-RPT-RECORD
011130         STRING "UNREADABLE RECORDS...: " WS-RPT-COUNT
011140                " - NOT COUNTED ANYWHERE ABOVE"
011150             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
011160         WRITE THRESH-RPT-RECORD
011170         MOVE 4 TO WS-JOB-RC
011180     END-IF.
011190     IF WS-RECORDS-NOT-JUDGED > 0
011200         MOVE 4 TO WS-JOB-RC
011210     END-IF.
011220     IF SET-TABLE-FULL
011230         MOVE SPACES TO THRESH-RPT-RECORD
011240         STRING "MORE THAN 20 RATE SETS - RECORDS OF THE REST "
011250                "ARE COUNTED AS NOT JUDGED"
011260             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
011270         WRITE THRESH-RPT-RECORD
011280         MOVE 4 TO WS-JOB-RC
011290     END-IF.
011300     IF WS-AUDIT-LINES-READ = WS-LINES-NOT-TRAFFIC
011310       AND WS-TABLE-ANSWERS-TN = 0
011320         MOVE SPACES TO THRESH-RPT-RECORD
011330         STRING "NO PRICED TRAFFIC TONIGHT - RUN AHEAD OF "
011340                "AuditMaint, WHICH CUTS THE LIVE MFAUDIT AWAY"
011350             DELIMITED BY SIZE INTO THRESH-RPT-RECORD
011360         WRITE THRESH-RPT-RECORD
011370         MOVE 4 TO WS-JOB-RC
011380     END-IF.
011390
011400     MOVE WS-JOB-RC TO WS-RPT-RC.
011410     MOVE SPACES TO THRESH-RPT-RECORD.
011420     STRING "RETURN CODE..........: " WS-RPT-RC
011430         DELIMITED BY SIZE INTO THRESH-RPT-RECORD.
011440     WRITE THRESH-RPT-RECORD.
011450 9000-EXIT.
011460     EXIT.
011470
011480*-----------------------------------------------------------*
011490* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
011500* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
011510*-----------------------------------------------------------*
011520 9700-LOG-OPS-EVENT.
011530     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
011540         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
011550         OL-RETURN-CODE.
011560 9700-EXIT.
011570     EXIT.

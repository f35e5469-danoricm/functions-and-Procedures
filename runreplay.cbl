000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    RunReplay.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  CERTIFICATION REPLAY
000130*                    OF AN ARCHIVED RUN.  THE RPLYCTL CARD
000140*                    NAMES A RUN-ID, A RUN DATE, OR BOTH.
000150*                    EVERY MATCHING MFAUDIT LINE IN THE
000160*                    ARCHIVED GENERATIONS (MFAUDGNNNN, FOUND
000170*                    THROUGH AUDGCAT) IS PUT THROUGH
000180*                    MYFUNCTION AGAIN UNDER THE RATE CARD IN
000190*                    FORCE WHEN THAT RUN MADE ITS FIRST CALL -
000200*                    REBUILT FROM TODAY'S MYFNRATE BY BACKING
000210*                    OUT EVERY LATER RATEHIST CHANGE WITH ITS
000220*                    BEFORE IMAGE.  MYFUNCTION IS TOLD TO
000230*                    WORK FROM THE REBUILT CARD (MYFNRPLY) BY
000240*                    THE "R" REQUEST CODE AND TRACES TO
000250*                    MFRPLYT INSTEAD OF MFAUDIT.  EACH
000260*                    REPLAYED LINE IS THEN SET BESIDE THE
000270*                    LOGGED ONE AND X0/X1/X2, RESULT, STATUS
000280*                    AND RATE SET COMPARED.  THE CERTIFICATE
000290*                    (RPLYRPT) GIVES THE CARD USED FOR EACH
000300*                    RUN, LINES REPLAYED AND MATCHED, AND
000310*                    EVERY MISMATCH IN FULL - A MISMATCH
000320*                    MEANS THE CODE OR THE RATE HISTORY
000330*                    CHANGED SINCE THE NIGHT, AND ENDS THE
000340*                    JOB AT RC 8.
000341*  2026-10-15  DM    MFAUDIT AND MFRPLYT LINES NOW END WITH A
000342*                    SEQUENCE NUMBER AND CHAINED CHECK VALUE
000343*                    (169 COLUMNS).  RECORDS AND CERTIFICATE
000344*                    WIDENED TO CARRY THEM; THEY ARE NOT
000345*                    COMPARED - THE REPLAY TRACE IS CHAINED
000346*                    ON ITS OWN.  AUDGCAT LAYOUT EXTENDED TO
000347*                    THE CHAIN VALUE AND STATUS.
000348*  2026-10-15  DM    RATESIM WHAT-IF AND FNLOOKUP TABLE-BUILD
000349*                    LINES ARE COUNTED AND LISTED AS NOT
000350*                    REPLAYABLE INSTEAD OF BEING REPLAYED.
000351*                    A REPLAY TRACE MYFUNCTION CANNOT OPEN OR
000352*                    WRITE STOPS THE REPLAY; NOTHING IS
000353*                    COMPARED AND THE RUN IS NOT CERTIFIED.
000355*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT REPLAY-CTL-FILE
000440         ASSIGN TO "RPLYCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RPLYCTL-STATUS.
000470
000480     SELECT AUDIT-CAT-FILE
000490         ASSIGN TO "AUDGCAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDGCAT-STATUS.
000520
000530     SELECT GENERATION-FILE
000540         ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-GENFILE-STATUS.
000570
000580     SELECT RATE-CTL-FILE
000590         ASSIGN TO "MYFNRATE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RATECTL-STATUS.
000620
000630     SELECT RATE-HIST-FILE
000640         ASSIGN TO "RATEHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RATEHIST-STATUS.
000670
000680     SELECT RPLY-CARD-FILE
000690         ASSIGN TO "MYFNRPLY"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPLYCARD-STATUS.
000720
000730     SELECT REPLAY-TRACE-FILE
000740         ASSIGN TO "MFRPLYT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPLYTRC-STATUS.
000770
000780     SELECT CERT-RPT-FILE
000790         ASSIGN TO "RPLYRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  REPLAY-CTL-FILE.
000850 01  REPLAY-CTL-RECORD.
000860     05  RP-RUN-ID           PIC X(08).
000870     05  RP-SEP1             PIC X(01).
000880     05  RP-RUN-DATE         PIC X(08).
000890     05  FILLER              PIC X(03).
000900
000910 FD  AUDIT-CAT-FILE.
000920 01  AUDIT-CAT-RECORD.
000930     05  GC-GEN-NUMBER       PIC 9(04).
000940     05  GC-SEP1             PIC X(02).
000950     05  GC-CUT-DATE         PIC 9(08).
000960     05  GC-SEP2             PIC X(02).
000970     05  GC-LINE-COUNT       PIC 9(08).
000971     05  GC-SEP3             PIC X(02).
000972     05  GC-CHAIN-VALUE      PIC X(09).
000973     05  GC-SEP4             PIC X(02).
000974     05  GC-CHAIN-STATUS     PIC X(01).
000980
000990 FD  GENERATION-FILE.
001000 01  GENERATION-RECORD       PIC X(169).
001010
001020 FD  RATE-CTL-FILE.
001030     COPY RATECARD.
001040
001050 FD  RATE-HIST-FILE.
001060 01  RATE-HIST-RECORD.
001070     05  RH2-OPERATOR        PIC X(08).
001080     05  RH2-SEP1            PIC X(01).
001090     05  RH2-DATE            PIC 9(08).
001100     05  RH2-SEP2            PIC X(01).
001110     05  RH2-TIME            PIC 9(08).
001120     05  RH2-SEP3            PIC X(01).
001130     05  RH2-OLD-IMAGE       PIC X(31).
001140     05  RH2-SEP4            PIC X(01).
001150     05  RH2-NEW-IMAGE       PIC X(31).
001160
001170 FD  RPLY-CARD-FILE.
001180 01  RPLY-CARD-RECORD        PIC X(31).
001190
001200 FD  REPLAY-TRACE-FILE.
001210 01  REPLAY-TRACE-RECORD     PIC X(169).
001220
001230 FD  CERT-RPT-FILE.
001240 01  CERT-RPT-RECORD         PIC X(181).
001250
001260 WORKING-STORAGE SECTION.
001270 77  WS-RPLYCTL-STATUS       PIC X(02)   VALUE "00".
001280 77  WS-AUDGCAT-STATUS       PIC X(02)   VALUE "00".
001290 77  WS-GENFILE-STATUS       PIC X(02)   VALUE "00".
001300 77  WS-RATECTL-STATUS       PIC X(02)   VALUE "00".
001310 77  WS-RATEHIST-STATUS      PIC X(02)   VALUE "00".
001320 77  WS-RPLYCARD-STATUS      PIC X(02)   VALUE "00".
001330 77  WS-RPLYTRC-STATUS       PIC X(02)   VALUE "00".
001340
001350 77  WS-CARD-SWITCH          PIC X(01)   VALUE "N".
001360     88  REPLAY-CARD-IS-GOOD             VALUE "Y".
001370 77  WS-RUNID-FILTER-SW      PIC X(01)   VALUE "N".
001380     88  RUNID-FILTER-IN-FORCE           VALUE "Y".
001390 77  WS-DATE-FILTER-SW       PIC X(01)   VALUE "N".
001400     88  DATE-FILTER-IN-FORCE            VALUE "Y".
001410
001420*    THE GENERATIONS ARE WALKED TWICE WITH THE SAME SELECTION:
001430*    ONCE TO DRIVE MYFUNCTION, ONCE TO COMPARE ITS REPLAY
001440*    TRACE LINE FOR LINE WITH WHAT WAS LOGGED.
001450 77  WS-PASS-SWITCH          PIC X(01)   VALUE "R".
001460     88  REPLAY-PASS                     VALUE "R".
001470     88  COMPARE-PASS                    VALUE "C".
001480
001490 77  WS-FILE-EOF-SWITCH      PIC X(01)   VALUE "N".
001500     88  END-OF-CURRENT-FILE             VALUE "Y".
001510 77  WS-CAT-EOF-SWITCH       PIC X(01)   VALUE "N".
001520     88  END-OF-CATALOG                  VALUE "Y".
001530 77  WS-RATE-EOF-SWITCH      PIC X(01)   VALUE "N".
001540     88  END-OF-RATE-CARDS               VALUE "Y".
001550 77  WS-HIST-EOF-SWITCH      PIC X(01)   VALUE "N".
001560     88  END-OF-RATE-HISTORY             VALUE "Y".
001570 77  WS-TRACE-EOF-SWITCH     PIC X(01)   VALUE "N".
001580     88  END-OF-REPLAY-TRACE             VALUE "Y".
001590 77  WS-TRACE-OPEN-SW        PIC X(01)   VALUE "N".
001600     88  REPLAY-TRACE-IS-OPEN            VALUE "Y".
001610 77  WS-HIST-MISSING-SW      PIC X(01)   VALUE "N".
001620     88  RATE-HISTORY-MISSING            VALUE "Y".
001630 77  WS-RUN-FULL-SWITCH      PIC X(01)   VALUE "N".
001640     88  RUN-TABLE-FULL                  VALUE "Y".
001650 77  WS-SET-FULL-SWITCH      PIC X(01)   VALUE "N".
001660     88  SET-TABLE-FULL                  VALUE "Y".
001670 77  WS-LINE-MATCH-SW        PIC X(01)   VALUE "Y".
001680     88  REPLAY-LINE-MATCHES             VALUE "Y".
001690     88  REPLAY-LINE-DIFFERS             VALUE "N".
001695 77  WS-TRACE-FAIL-SW        PIC X(01)   VALUE "N".
001696     88  REPLAY-TRACE-FAILED             VALUE "Y".
001700
001710 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001720 77  WS-WANT-RUN-ID          PIC X(08)   VALUE SPACES.
001730 77  WS-WANT-DATE            PIC 9(08)   VALUE 0.
001740
001750*    THE MOMENT (DATE AND TIME TOGETHER) A CARD IS REBUILT AS
001760*    AT, AND THE MOMENT OF THE RATEHIST CHANGE IN HAND.
001770 77  WS-AS-AT-STAMP          PIC 9(16)   VALUE 0.
001780 77  WS-CARD-STAMP           PIC 9(16)   VALUE 0.
001790 77  WS-CHANGE-STAMP         PIC 9(16)   VALUE 0.
001800
001810 77  WS-RUN-COUNT            PIC 9(03)   COMP VALUE 0.
001820 77  WS-RUN-SUB              PIC 9(03)   COMP VALUE 0.
001830 77  WS-RUN-MATCH-SUB        PIC 9(03)   COMP VALUE 0.
001840 77  WS-SET-COUNT            PIC 9(03)   COMP VALUE 0.
001850 77  WS-SET-SUB              PIC 9(03)   COMP VALUE 0.
001860 77  WS-SET-MATCH-SUB        PIC 9(03)   COMP VALUE 0.
001870 77  WS-SETS-ON-CARD         PIC 9(03)   COMP VALUE 0.
001880
001890 77  WS-LINES-SELECTED       PIC 9(08)   COMP VALUE 0.
001900 77  WS-LINES-REPLAYED       PIC 9(08)   COMP VALUE 0.
001910 77  WS-LINES-MATCHED        PIC 9(08)   COMP VALUE 0.
001920 77  WS-LINES-MISMATCHED     PIC 9(08)   COMP VALUE 0.
001930 77  WS-LINES-UNREADABLE     PIC 9(08)   COMP VALUE 0.
001935 77  WS-LINES-NOT-TRAFFIC    PIC 9(08)   COMP VALUE 0.
001940 77  WS-LINES-NOT-REPLAYED   PIC 9(08)   COMP VALUE 0.
001950 77  WS-TRACE-SHORT          PIC 9(08)   COMP VALUE 0.
001960 77  WS-TRACE-EXTRA          PIC 9(08)   COMP VALUE 0.
001970 77  WS-GENS-PULLED          PIC 9(08)   COMP VALUE 0.
001980 77  WS-CARDS-REBUILT        PIC 9(08)   COMP VALUE 0.
001990 77  WS-CHANGES-UNDONE       PIC 9(08)   COMP VALUE 0.
002000 77  WS-HIST-UNUSABLE        PIC 9(08)   COMP VALUE 0.
002005 77  WS-CARD-UNDONE          PIC 9(08)   COMP VALUE 0.
002010
002020 01  WS-GEN-FILE-NAME.
002030     05  WS-GFN-PREFIX       PIC X(06)   VALUE "MFAUDG".
002040     05  WS-GFN-NUMBER       PIC 9(04)   VALUE 0.
002050
002060*    THE FIXED COLUMNS MYFUNCTION'S 0200-WRITE-AUDIT-LOG
002070*    STRINGS EVERY TRACE LINE INTO - ONE VIEW FOR THE LINE
002080*    LOGGED ON THE NIGHT, ONE FOR THE REPLAYED LINE.
002090 01  WS-AUDIT-LINE.
002100     05  FILLER              PIC X(06).
002110     05  AL-RUN-ID           PIC X(08).
002115         88  AL-NOT-TRAFFIC              VALUE "FNLOOKUP"
002116                                               "RATESIM ".
002120     05  FILLER              PIC X(06).
002130     05  AL-DATE             PIC 9(08).
002140     05  FILLER              PIC X(06).
002150     05  AL-TIME             PIC 9(08).
002160     05  FILLER              PIC X(07).
002170     05  AL-PARAM            PIC S9(09)
002180                             SIGN LEADING SEPARATE CHARACTER.
002190     05  FILLER              PIC X(04).
002200     05  AL-X0               PIC X(10).
002210     05  FILLER              PIC X(04).
002220     05  AL-X1               PIC X(10).
002230     05  FILLER              PIC X(04).
002240     05  AL-X2               PIC X(10).
002250     05  FILLER              PIC X(08).
002260     05  AL-RESULT           PIC X(10).
002270     05  FILLER              PIC X(08).
002280     05  AL-STATUS           PIC X(02).
002290     05  FILLER              PIC X(05).
002300     05  AL-RATE-SET         PIC X(08).
002305     05  FILLER              PIC X(27).
002310
002320 01  WS-REPLAY-LINE.
002330     05  FILLER              PIC X(06).
002340     05  RL-RUN-ID           PIC X(08).
002350     05  FILLER              PIC X(06).
002360     05  RL-DATE             PIC 9(08).
002370     05  FILLER              PIC X(06).
002380     05  RL-TIME             PIC 9(08).
002390     05  FILLER              PIC X(07).
002400     05  RL-PARAM            PIC S9(09)
002410                             SIGN LEADING SEPARATE CHARACTER.
002420     05  FILLER              PIC X(04).
002430     05  RL-X0               PIC X(10).
002440     05  FILLER              PIC X(04).
002450     05  RL-X1               PIC X(10).
002460     05  FILLER              PIC X(04).
002470     05  RL-X2               PIC X(10).
002480     05  FILLER              PIC X(08).
002490     05  RL-RESULT           PIC X(10).
002500     05  FILLER              PIC X(08).
002510     05  RL-STATUS           PIC X(02).
002520     05  FILLER              PIC X(05).
002530     05  RL-RATE-SET         PIC X(08).
002535     05  FILLER              PIC X(27).
002540
002550*    ONE RATE-SET IMAGE IN THE RATECARD COLUMNS, FOR EDITING
002560*    A RATEHIST BEFORE/AFTER IMAGE OR A MYFNRATE RECORD.
002570 01  WS-CARD-IMAGE.
002580     05  CI-SET-NAME         PIC X(08).
002590     05  CI-SEP0             PIC X(01).
002600     05  CI-ADD-AMOUNT       PIC 9(04).
002610     05  CI-SEP1             PIC X(01).
002620     05  CI-HIGH-THRESHOLD   PIC 9(04).
002630     05  CI-SEP2             PIC X(01).
002640     05  CI-SUBTRACT-AMOUNT  PIC 9(04).
002650     05  CI-SEP3             PIC X(01).
002660     05  CI-LOW-ADD-AMOUNT   PIC 9(04).
002670     05  CI-SEP4             PIC X(01).
002680     05  CI-LOOP-UPPER-BOUND PIC 9(02).
002690 01  WS-IMAGE-SWITCH         PIC X(01)   VALUE "N".
002700     88  IMAGE-IS-GOOD                   VALUE "Y".
002710
002720*    THE BUILT-IN AMOUNTS MYFUNCTION FALLS BACK TO WHEN NO
002730*    CARD EXISTS, WRITTEN OUT AS THE ONE SET OF A REBUILT
002740*    CARD THAT HAD NO SETS AT ALL AT THE TIME.
002750 01  WS-BUILT-IN-IMAGE       PIC X(31)   VALUE
002760     "DEFAULT ,0010,0015,0005,0005,02".
002770
002780*    THE RATE SETS OF THE CARD BEING REBUILT.  RS-SOURCE SAYS
002790*    WHERE THE IMAGE CAME FROM: "C" TODAY'S MYFNRATE, UNCHANGED
002800*    SINCE; "B" THE LAST CHANGE MADE BEFORE THE RUN; "A" THE
002810*    BEFORE IMAGE OF THE FIRST CHANGE MADE AFTER IT.
002820 01  WS-SET-TABLE.
002830     05  WS-SET-ENTRY        OCCURS 20 TIMES.
002840         10  RS-SET-NAME         PIC X(08).
002850         10  RS-IMAGE            PIC X(31).
002860         10  RS-SOURCE           PIC X(01).
002870             88  RS-FROM-CURRENT             VALUE "C".
002880             88  RS-FROM-BEFORE              VALUE "B".
002890             88  RS-FROM-AFTER               VALUE "A".
002900         10  RS-EXISTS-SW        PIC X(01).
002910             88  RS-SET-EXISTED              VALUE "Y".
002920
002930*    ONE ENTRY PER RUN-ID REPLAYED: THE MOMENT OF ITS FIRST
002940*    CALL (ITS CARD IS REBUILT AS AT THEN - MYFUNCTION LOADS
002950*    THE CARD ONCE, ON THE FIRST CALL OF THE RUN) AND ITS
002960*    LINE COUNTS.
002970 01  WS-RUN-TABLE.
002980     05  WS-RUN-ENTRY        OCCURS 50 TIMES.
002990         10  RR-RUN-ID           PIC X(08).
003000         10  RR-AS-AT-STAMP      PIC 9(16).
003010         10  RR-LINES            PIC 9(08)   COMP.
003020         10  RR-MATCHED          PIC 9(08)   COMP.
003030
003040*    WHICH FIELDS OF A MISMATCHED LINE DIFFER.
003050 01  WS-DIFF-FIELDS.
003060     05  DF-X0               PIC X(03).
003070     05  FILLER              PIC X(01)   VALUE SPACE.
003080     05  DF-X1               PIC X(03).
003090     05  FILLER              PIC X(01)   VALUE SPACE.
003100     05  DF-X2               PIC X(03).
003110     05  FILLER              PIC X(01)   VALUE SPACE.
003120     05  DF-RESULT           PIC X(06).
003130     05  FILLER              PIC X(01)   VALUE SPACE.
003140     05  DF-STATUS           PIC X(06).
003150     05  FILLER              PIC X(01)   VALUE SPACE.
003160     05  DF-RATE-SET         PIC X(03).
003170
003180 01  WS-STAMP-PARTS.
003190     05  WS-STAMP-DATE       PIC 9(08).
003200     05  WS-STAMP-TIME       PIC 9(08).
003210 01  WS-STAMP-WHOLE          REDEFINES WS-STAMP-PARTS
003220                             PIC 9(16).
003230
003240 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
003250 01  WS-RPT-COUNT2           PIC ZZZZZZZ9.
003260 01  WS-RPT-SETS             PIC ZZ9.
003270
003280     COPY MFCALL.
003290
003300     COPY OPCALL.
003310
003320 PROCEDURE DIVISION.
003330*-----------------------------------------------------------*
003340* 0000-MAINLINE - READ THE CARD, REPLAY EVERY SELECTED LINE
003350* THROUGH MYFUNCTION, COMPARE THE REPLAY TRACE WITH THE LOG,
003360* AND CERTIFY.
003370*-----------------------------------------------------------*
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE
003400         THRU 1000-EXIT.
003410
003420     IF REPLAY-CARD-IS-GOOD
003430         SET REPLAY-PASS TO TRUE
003440         PERFORM 2000-WALK-GENERATIONS
003450             THRU 2000-EXIT
003460         SET MF-REQ-END-RUN TO TRUE
003470         CALL 'MYFUNCTION' USING MF-PARAM MF-RESULT MF-RUN-ID
003480             MF-STATUS-CODE MF-REQUEST-CODE MF-RATE-SET
003490         PERFORM 4000-COMPARE-REPLAY
003500             THRU 4000-EXIT
003510         PERFORM 6000-WRITE-RUN-SUMMARY
003520             THRU 6000-EXIT
003530     END-IF.
003540
003550     PERFORM 9000-WRITE-CERTIFICATE
003560         THRU 9000-EXIT.
003570
003580     PERFORM 8000-TERMINATE
003590         THRU 8000-EXIT.
003600
003610     MOVE WS-JOB-RC TO RETURN-CODE.
003620     SET OL-EVENT-END TO TRUE.
003630     MOVE "REPLAY CERTIFICATION COMPLETE" TO OL-EVENT-TEXT.
003640     MOVE WS-LINES-REPLAYED TO OL-COUNT-1.
003650     MOVE WS-LINES-MATCHED  TO OL-COUNT-2.
003660     MOVE RETURN-CODE       TO OL-RETURN-CODE.
003670     PERFORM 9700-LOG-OPS-EVENT
003680         THRU 9700-EXIT.
003685     MOVE WS-JOB-RC TO RETURN-CODE.
003690
003700     STOP RUN.
003710
003720*-----------------------------------------------------------*
003730* 1000-INITIALIZE - OPEN THE CERTIFICATE AND EDIT THE RPLYCTL
003740* CARD.  A RUN-ID, A RUN DATE (YYYYMMDD) OR BOTH MUST BE
003750* GIVEN; ANYTHING ELSE REPLAYS NOTHING AT RC 8.
003760*-----------------------------------------------------------*
003770 1000-INITIALIZE.
003780     INITIALIZE WS-RUN-TABLE.
003790
003800     MOVE "RUNREPLAY" TO OL-PROGRAM-NAME.
003810     MOVE "RUNRPLAY"  TO OL-RUN-ID.
003820     SET OL-EVENT-START TO TRUE.
003830     MOVE "ARCHIVED RUN REPLAY" TO OL-EVENT-TEXT.
003840     MOVE 0 TO OL-COUNT-1.
003850     MOVE 0 TO OL-COUNT-2.
003860     MOVE 0 TO OL-RETURN-CODE.
003870     PERFORM 9700-LOG-OPS-EVENT
003880         THRU 9700-EXIT.
003890
003900     OPEN OUTPUT CERT-RPT-FILE.
003910     MOVE SPACES TO CERT-RPT-RECORD.
003920     STRING "RUNREPLAY - REPLAY CERTIFICATE FOR ARCHIVED MFAUDIT "
003930            "LINES"
003940         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
003950     WRITE CERT-RPT-RECORD.
003960
003970     MOVE SPACES TO REPLAY-CTL-RECORD.
003980     OPEN INPUT REPLAY-CTL-FILE.
003990     IF WS-RPLYCTL-STATUS = "00"
004000         READ REPLAY-CTL-FILE
004010             AT END
004020                 MOVE SPACES TO REPLAY-CTL-RECORD
004030         END-READ
004040         CLOSE REPLAY-CTL-FILE
004050     END-IF.
004060
004070     IF RP-RUN-ID NOT = SPACES
004080         SET RUNID-FILTER-IN-FORCE TO TRUE
004090         MOVE RP-RUN-ID TO WS-WANT-RUN-ID
004100     END-IF.
004110     IF RP-RUN-DATE NOT = SPACES
004120         IF RP-RUN-DATE IS NUMERIC
004130             MOVE RP-RUN-DATE TO WS-WANT-DATE
004140             SET DATE-FILTER-IN-FORCE TO TRUE
004150         ELSE
004160             MOVE SPACES TO CERT-RPT-RECORD
004170             STRING "RPLYCTL RUN DATE " RP-RUN-DATE
004180                    " IS NOT A YYYYMMDD DATE - NOTHING REPLAYED"
004190                    " - RC 8"
004200                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
004210             WRITE CERT-RPT-RECORD
004220             MOVE 8 TO WS-JOB-RC
004230             GO TO 1000-EXIT
004240         END-IF
004250     END-IF.
004260     IF NOT RUNID-FILTER-IN-FORCE
004270       AND NOT DATE-FILTER-IN-FORCE
004280         MOVE SPACES TO CERT-RPT-RECORD
004290         STRING "RPLYCTL MISSING OR NAMES NEITHER A RUN-ID NOR A "
004300                "RUN DATE - NOTHING REPLAYED - RC 8"
004310             DELIMITED BY SIZE INTO CERT-RPT-RECORD
004320         WRITE CERT-RPT-RECORD
004330         MOVE 8 TO WS-JOB-RC
004340         GO TO 1000-EXIT
004350     END-IF.
004360
004370     SET REPLAY-CARD-IS-GOOD TO TRUE.
004380     MOVE SPACES TO CERT-RPT-RECORD.
004390     STRING "CRITERIA RUNID=" RP-RUN-ID " DATE=" RP-RUN-DATE
004400         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
004410     WRITE CERT-RPT-RECORD.
004420 1000-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------*
004460* 2000-WALK-GENERATIONS - EVERY CATALOGUED GENERATION THAT
004470* COULD HOLD THE RUN.  A GENERATION HOLDS LINES WRITTEN UP TO
004480* ITS CUT DATE, SO ONE CUT BEFORE THE CARDED RUN DATE IS LEFT
004490* ON THE SHELF.  USED BY BOTH PASSES.
004500*-----------------------------------------------------------*
004510 2000-WALK-GENERATIONS.
004520     MOVE "N" TO WS-CAT-EOF-SWITCH.
004530     OPEN INPUT AUDIT-CAT-FILE.
004540     IF WS-AUDGCAT-STATUS NOT = "00"
004550         IF REPLAY-PASS
004560             MOVE SPACES TO CERT-RPT-RECORD
004570             STRING "AUDGCAT NOT PRESENT - NO ARCHIVED "
004580                    "GENERATIONS TO REPLAY"
004590                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
004600             WRITE CERT-RPT-RECORD
004610         END-IF
004620         GO TO 2000-EXIT
004630     END-IF.
004640
004650     PERFORM 2100-JUDGE-ONE-GENERATION
004660         THRU 2100-EXIT
004670         UNTIL END-OF-CATALOG.
004680
004690     CLOSE AUDIT-CAT-FILE.
004700 2000-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------------*
004740* 2100-JUDGE-ONE-GENERATION - ONE CATALOG ENTRY; WALK ITS
004750* GENERATION FILE WHEN THE DATE ALLOWS.
004760*-----------------------------------------------------------*
004770 2100-JUDGE-ONE-GENERATION.
004780     READ AUDIT-CAT-FILE
004790         AT END
004800             SET END-OF-CATALOG TO TRUE
004810             GO TO 2100-EXIT
004820     END-READ.
004830
004840     IF DATE-FILTER-IN-FORCE
004850       AND GC-CUT-DATE < WS-WANT-DATE
004860         GO TO 2100-EXIT
004870     END-IF.
004880
004890     MOVE GC-GEN-NUMBER TO WS-GFN-NUMBER.
004900     MOVE "N" TO WS-FILE-EOF-SWITCH.
004910     OPEN INPUT GENERATION-FILE.
004920     IF WS-GENFILE-STATUS NOT = "00"
004930         GO TO 2100-EXIT
004940     END-IF.
004950     IF REPLAY-PASS
004960         ADD 1 TO WS-GENS-PULLED
004970     END-IF.
004980
004990     PERFORM 2200-SELECT-ONE-LINE
005000         THRU 2200-EXIT
005010         UNTIL END-OF-CURRENT-FILE.
005020
005030     CLOSE GENERATION-FILE.
005040 2100-EXIT.
005050     EXIT.
005060
005070*-----------------------------------------------------------*
005080* 2200-SELECT-ONE-LINE - ONE GENERATION LINE AGAINST THE
005090* CARD.  A SELECTED LINE IS REPLAYED ON THE FIRST PASS AND
005100* COMPARED ON THE SECOND.  A LINE WHOSE PARAM, DATE OR TIME
005110* CANNOT BE READ CANNOT BE REPLAYED AND IS COUNTED AS SUCH.
005111* SO IS A RATESIM WHAT-IF, PRICED UNDER THE PROPOSED CARD, OR
005112* AN FNLOOKUP TABLE-BUILD CALL - NEITHER WAS NIGHT TRAFFIC.
005120*-----------------------------------------------------------*
005130 2200-SELECT-ONE-LINE.
005140     READ GENERATION-FILE
005150         AT END
005160             SET END-OF-CURRENT-FILE TO TRUE
005170             GO TO 2200-EXIT
005180     END-READ.
005190     MOVE GENERATION-RECORD TO WS-AUDIT-LINE.
005200
005210     IF RUNID-FILTER-IN-FORCE
005220       AND AL-RUN-ID NOT = WS-WANT-RUN-ID
005230         GO TO 2200-EXIT
005240     END-IF.
005250     IF DATE-FILTER-IN-FORCE
005260       AND AL-DATE NOT = WS-WANT-DATE
005270         GO TO 2200-EXIT
005280     END-IF.
005281     IF AL-NOT-TRAFFIC
005282         IF REPLAY-PASS
005283             ADD 1 TO WS-LINES-NOT-TRAFFIC
005284             MOVE SPACES TO CERT-RPT-RECORD
005285             STRING "NOT REPLAYABLE: " WS-AUDIT-LINE (1:165)
005286                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
005287             WRITE CERT-RPT-RECORD
005288         END-IF
005289         GO TO 2200-EXIT
005290     END-IF.
005291
005300     IF AL-PARAM IS NOT NUMERIC
005310       OR AL-DATE IS NOT NUMERIC
005320       OR AL-TIME IS NOT NUMERIC
005330         IF REPLAY-PASS
005340             ADD 1 TO WS-LINES-SELECTED
005350             ADD 1 TO WS-LINES-UNREADABLE
005360             MOVE SPACES TO CERT-RPT-RECORD
005370             STRING "UNREADABLE: " WS-AUDIT-LINE
005380                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
005390             WRITE CERT-RPT-RECORD
005400         END-IF
005410         GO TO 2200-EXIT
005420     END-IF.
005430
005440     IF REPLAY-PASS
005450         ADD 1 TO WS-LINES-SELECTED
005460         PERFORM 3000-REPLAY-ONE-LINE
005470             THRU 3000-EXIT
005480     ELSE
005490         PERFORM 4100-COMPARE-ONE-LINE
005500             THRU 4100-EXIT
005510     END-IF.
005520 2200-EXIT.
005530     EXIT.
005540
005550*-----------------------------------------------------------*
005560* 3000-REPLAY-ONE-LINE - PUT THE RUN'S CARD IN FORCE IF IT IS
005570* NOT ALREADY, THEN CALL MYFUNCTION WITH THE LOGGED PARAM,
005580* RUN-ID AND THE RATE SET THE LOG SAYS WAS APPLIED.  IF
005581* MYFUNCTION COULD NOT RECORD THE CALL ON THE REPLAY TRACE
005582* THE WALK IS STOPPED HERE - THE TRACE CANNOT BE COMPARED.
005590*-----------------------------------------------------------*
005600 3000-REPLAY-ONE-LINE.
005610     PERFORM 3100-FIND-RUN
005620         THRU 3100-EXIT.
005630     IF WS-RUN-MATCH-SUB = 0
005640         ADD 1 TO WS-LINES-NOT-REPLAYED
005650         GO TO 3000-EXIT
005660     END-IF.
005670
005680     IF RR-AS-AT-STAMP (WS-RUN-MATCH-SUB) NOT = WS-CARD-STAMP
005690       OR WS-CARDS-REBUILT = 0
005700         MOVE RR-AS-AT-STAMP (WS-RUN-MATCH-SUB) TO WS-AS-AT-STAMP
005710         PERFORM 3200-REBUILD-RATE-CARD
005720             THRU 3200-EXIT
005730         SET MF-REQ-USE-REPLAY TO TRUE
005740         CALL 'MYFUNCTION' USING MF-PARAM MF-RESULT MF-RUN-ID
005750             MF-STATUS-CODE MF-REQUEST-CODE MF-RATE-SET
005760     END-IF.
005770
005780     MOVE AL-PARAM    TO MF-PARAM.
005790     MOVE AL-RUN-ID   TO MF-RUN-ID.
005800     MOVE AL-RATE-SET TO MF-RATE-SET.
005810     SET MF-REQ-CALCULATE TO TRUE.
005820     CALL 'MYFUNCTION' USING MF-PARAM MF-RESULT MF-RUN-ID
005830         MF-STATUS-CODE MF-REQUEST-CODE MF-RATE-SET.
005831     IF MF-STATUS-TRACE-FAILED
005832         SET REPLAY-TRACE-FAILED TO TRUE
005833         SET END-OF-CURRENT-FILE TO TRUE
005834         SET END-OF-CATALOG TO TRUE
005835         ADD 1 TO WS-LINES-NOT-REPLAYED
005836         MOVE SPACES TO CERT-RPT-RECORD
005837         STRING "MFRPLYT REPLAY TRACE COULD NOT BE OPENED OR "
005838                "WRITTEN - REPLAY STOPPED - RC 8"
005839             DELIMITED BY SIZE INTO CERT-RPT-RECORD
005840         WRITE CERT-RPT-RECORD
005841         MOVE 8 TO WS-JOB-RC
005842         GO TO 3000-EXIT
005843     END-IF.
005844     ADD 1 TO WS-LINES-REPLAYED.
005850     ADD 1 TO RR-LINES (WS-RUN-MATCH-SUB).
005860 3000-EXIT.
005870     EXIT.
005880
005890*-----------------------------------------------------------*
005900* 3100-FIND-RUN - THE RUN TABLE SLOT FOR THIS LINE'S RUN-ID.
005910* A RUN-ID SEEN FOR THE FIRST TIME IS ADDED, AS AT THIS LINE
005920* - THE GENERATIONS ARE IN TIME ORDER, SO IT IS THE RUN'S
005930* FIRST CALL.  ON THE COMPARE PASS NOTHING IS ADDED, SO A RUN
005940* THAT DID NOT FIT THE TABLE IS PASSED OVER BOTH TIMES.
005950*-----------------------------------------------------------*
005960 3100-FIND-RUN.
005970     MOVE 0 TO WS-RUN-MATCH-SUB.
005980     PERFORM 3110-LOOK-FOR-RUN
005990         THRU 3110-EXIT
006000         VARYING WS-RUN-SUB FROM 1 BY 1
006010         UNTIL WS-RUN-SUB > WS-RUN-COUNT
006020            OR WS-RUN-MATCH-SUB > 0.
006030
006040     IF WS-RUN-MATCH-SUB > 0
006050       OR COMPARE-PASS
006060         GO TO 3100-EXIT
006070     END-IF.
006080     IF WS-RUN-COUNT >= 50
006090         SET RUN-TABLE-FULL TO TRUE
006100         GO TO 3100-EXIT
006110     END-IF.
006120     ADD 1 TO WS-RUN-COUNT.
006130     MOVE WS-RUN-COUNT TO WS-RUN-MATCH-SUB.
006140     MOVE AL-RUN-ID    TO RR-RUN-ID (WS-RUN-MATCH-SUB).
006150     MOVE AL-DATE      TO WS-STAMP-DATE.
006160     MOVE AL-TIME      TO WS-STAMP-TIME.
006170     MOVE WS-STAMP-WHOLE
006180         TO RR-AS-AT-STAMP (WS-RUN-MATCH-SUB).
006190     MOVE 0 TO RR-LINES (WS-RUN-MATCH-SUB).
006200     MOVE 0 TO RR-MATCHED (WS-RUN-MATCH-SUB).
006210 3100-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------*
006250* 3110-LOOK-FOR-RUN - REMEMBER THE SLOT HOLDING THIS RUN-ID.
006260*-----------------------------------------------------------*
006270 3110-LOOK-FOR-RUN.
006280     IF RR-RUN-ID (WS-RUN-SUB) = AL-RUN-ID
006290         MOVE WS-RUN-SUB TO WS-RUN-MATCH-SUB
006300     END-IF.
006310 3110-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------*
006350* 3200-REBUILD-RATE-CARD - THE CARD AS IT STOOD AT
006360* WS-AS-AT-STAMP.  START FROM TODAY'S MYFNRATE; A SET CHANGED
006370* AT OR BEFORE THAT MOMENT STANDS AS ITS LAST SUCH CHANGE LEFT
006380* IT, AND A SET FIRST CHANGED AFTER IT IS PUT BACK TO THE
006390* BEFORE IMAGE OF THAT CHANGE (OR DROPPED, IF THAT CHANGE
006400* ADDED IT).  THE RESULT IS WRITTEN TO MYFNRPLY AND SHOWN ON
006410* THE CERTIFICATE.
006420*-----------------------------------------------------------*
006430 3200-REBUILD-RATE-CARD.
006440     INITIALIZE WS-SET-TABLE.
006450     MOVE 0 TO WS-SET-COUNT.
006460     ADD 1 TO WS-CARDS-REBUILT.
006470     MOVE WS-AS-AT-STAMP TO WS-CARD-STAMP.
006475     MOVE 0 TO WS-CARD-UNDONE.
006480
006490     MOVE "N" TO WS-RATE-EOF-SWITCH.
006500     OPEN INPUT RATE-CTL-FILE.
006510     IF WS-RATECTL-STATUS = "00"
006520         PERFORM 3210-LOAD-ONE-CURRENT-SET
006530             THRU 3210-EXIT
006540             UNTIL END-OF-RATE-CARDS
006550         CLOSE RATE-CTL-FILE
006560     END-IF.
006570
006580     MOVE "N" TO WS-HIST-EOF-SWITCH.
006590     OPEN INPUT RATE-HIST-FILE.
006600     IF WS-RATEHIST-STATUS = "00"
006610         PERFORM 3220-APPLY-ONE-CHANGE
006620             THRU 3220-EXIT
006630             UNTIL END-OF-RATE-HISTORY
006640         CLOSE RATE-HIST-FILE
006650     ELSE
006660         SET RATE-HISTORY-MISSING TO TRUE
006670     END-IF.
006680
006681     MOVE WS-AS-AT-STAMP TO WS-STAMP-WHOLE.
006682     MOVE WS-CARD-UNDONE TO WS-RPT-COUNT.
006684     MOVE SPACES TO CERT-RPT-RECORD.
006686     STRING "RATE CARD AS AT " WS-STAMP-DATE "/" WS-STAMP-TIME
006688            " FOR RUNID " AL-RUN-ID " - LATER RATEHIST CHANGES"
006690            " BACKED OUT:" WS-RPT-COUNT
006692         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
006694     WRITE CERT-RPT-RECORD.
006696
006698     MOVE 0 TO WS-SETS-ON-CARD.
006700     OPEN OUTPUT RPLY-CARD-FILE.
006710     PERFORM 3250-WRITE-ONE-REBUILT-SET
006720         THRU 3250-EXIT
006730         VARYING WS-SET-SUB FROM 1 BY 1
006740         UNTIL WS-SET-SUB > WS-SET-COUNT.
006750     IF WS-SETS-ON-CARD = 0
006760         MOVE WS-BUILT-IN-IMAGE TO RPLY-CARD-RECORD
006770         WRITE RPLY-CARD-RECORD
006780         MOVE SPACES TO CERT-RPT-RECORD
006790         STRING "    NO RATE SETS YET - BUILT-IN AMOUNTS "
006800                WS-BUILT-IN-IMAGE
006810             DELIMITED BY SIZE INTO CERT-RPT-RECORD
006820         WRITE CERT-RPT-RECORD
006830     END-IF.
006840     CLOSE RPLY-CARD-FILE.
006850 3200-EXIT.
006860     EXIT.
006870
006880*-----------------------------------------------------------*
006890* 3210-LOAD-ONE-CURRENT-SET - ONE SET OF TODAY'S MYFNRATE,
006900* UNDER THE SAME GUARDS MYFUNCTION'S OWN LOAD APPLIES.
006910*-----------------------------------------------------------*
006920 3210-LOAD-ONE-CURRENT-SET.
006930     READ RATE-CTL-FILE
006940         AT END
006950             SET END-OF-RATE-CARDS TO TRUE
006960             GO TO 3210-EXIT
006970     END-READ.
006980     MOVE RATE-CTL-RECORD TO WS-CARD-IMAGE.
006990     PERFORM 3300-EDIT-CARD-IMAGE
007000         THRU 3300-EXIT.
007010     IF NOT IMAGE-IS-GOOD
007020         GO TO 3210-EXIT
007030     END-IF.
007040     PERFORM 3310-FIND-OR-ADD-SET
007050         THRU 3310-EXIT.
007060     IF WS-SET-MATCH-SUB = 0
007070         GO TO 3210-EXIT
007080     END-IF.
007090     MOVE WS-CARD-IMAGE TO RS-IMAGE (WS-SET-MATCH-SUB).
007100     MOVE "C"           TO RS-SOURCE (WS-SET-MATCH-SUB).
007110     MOVE "Y"           TO RS-EXISTS-SW (WS-SET-MATCH-SUB).
007120 3210-EXIT.
007130     EXIT.
007140
007150*-----------------------------------------------------------*
007160* 3220-APPLY-ONE-CHANGE - ONE RATEHIST RECORD.  RATEHIST IS
007170* APPENDED IN TIME ORDER, SO ONCE A CHANGE AFTER THE MOMENT
007180* IS MET NO CHANGE BEFORE IT FOLLOWS.  A RECORD WHOSE AFTER
007190* IMAGE IS NOT IN THE NAMED-SET COLUMNS (WRITTEN BEFORE RATE
007200* SETS EXISTED) CANNOT BE PLACED AND IS COUNTED.
007210*-----------------------------------------------------------*
007220 3220-APPLY-ONE-CHANGE.
007230     READ RATE-HIST-FILE
007240         AT END
007250             SET END-OF-RATE-HISTORY TO TRUE
007260             GO TO 3220-EXIT
007270     END-READ.
007280
007290     MOVE RH2-NEW-IMAGE TO WS-CARD-IMAGE.
007300     PERFORM 3300-EDIT-CARD-IMAGE
007310         THRU 3300-EXIT.
007320     IF NOT IMAGE-IS-GOOD
007330       OR RH2-DATE IS NOT NUMERIC
007340       OR RH2-TIME IS NOT NUMERIC
007350         IF WS-CARDS-REBUILT = 1
007360             ADD 1 TO WS-HIST-UNUSABLE
007370         END-IF
007380         GO TO 3220-EXIT
007390     END-IF.
007400     PERFORM 3310-FIND-OR-ADD-SET
007410         THRU 3310-EXIT.
007420     IF WS-SET-MATCH-SUB = 0
007430         GO TO 3220-EXIT
007440     END-IF.
007450
007460     MOVE RH2-DATE TO WS-STAMP-DATE.
007470     MOVE RH2-TIME TO WS-STAMP-TIME.
007480     MOVE WS-STAMP-WHOLE TO WS-CHANGE-STAMP.
007490
007500     IF WS-CHANGE-STAMP NOT > WS-AS-AT-STAMP
007510         MOVE RH2-NEW-IMAGE TO RS-IMAGE (WS-SET-MATCH-SUB)
007520         MOVE "B"           TO RS-SOURCE (WS-SET-MATCH-SUB)
007530         MOVE "Y"           TO RS-EXISTS-SW (WS-SET-MATCH-SUB)
007540         GO TO 3220-EXIT
007550     END-IF.
007560
007570     ADD 1 TO WS-CHANGES-UNDONE.
007575     ADD 1 TO WS-CARD-UNDONE.
007580     IF RS-FROM-BEFORE (WS-SET-MATCH-SUB)
007590       OR RS-FROM-AFTER (WS-SET-MATCH-SUB)
007600         GO TO 3220-EXIT
007610     END-IF.
007620     MOVE "A" TO RS-SOURCE (WS-SET-MATCH-SUB).
007630     MOVE RH2-OLD-IMAGE TO WS-CARD-IMAGE.
007640     PERFORM 3300-EDIT-CARD-IMAGE
007650         THRU 3300-EXIT.
007660     IF IMAGE-IS-GOOD
007670         MOVE RH2-OLD-IMAGE TO RS-IMAGE (WS-SET-MATCH-SUB)
007680         MOVE "Y"           TO RS-EXISTS-SW (WS-SET-MATCH-SUB)
007690     ELSE
007700         MOVE "N"           TO RS-EXISTS-SW (WS-SET-MATCH-SUB)
007710     END-IF.
007720 3220-EXIT.
007730     EXIT.
007740
007750*-----------------------------------------------------------*
007760* 3250-WRITE-ONE-REBUILT-SET - ONE SET THAT EXISTED AT THE
007770* MOMENT, TO MYFNRPLY AND THE CERTIFICATE.
007780*-----------------------------------------------------------*
007790 3250-WRITE-ONE-REBUILT-SET.
007800     IF NOT RS-SET-EXISTED (WS-SET-SUB)
007810         GO TO 3250-EXIT
007820     END-IF.
007830     ADD 1 TO WS-SETS-ON-CARD.
007840     MOVE RS-IMAGE (WS-SET-SUB) TO RPLY-CARD-RECORD.
007850     WRITE RPLY-CARD-RECORD.
007860
007870     MOVE SPACES TO CERT-RPT-RECORD.
007880     EVALUATE TRUE
007890         WHEN RS-FROM-CURRENT (WS-SET-SUB)
007900             STRING "    SET " RS-IMAGE (WS-SET-SUB)
007910                    "   (UNCHANGED SINCE - AS ON MYFNRATE)"
007920                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
007930         WHEN RS-FROM-BEFORE (WS-SET-SUB)
007940             STRING "    SET " RS-IMAGE (WS-SET-SUB)
007950                    "   (AS LAST CHANGED BEFORE THE RUN)"
007960                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
007970         WHEN OTHER
007980             STRING "    SET " RS-IMAGE (WS-SET-SUB)
007990                    "   (BEFORE IMAGE OF A LATER CHANGE)"
008000                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
008010     END-EVALUATE.
008020     WRITE CERT-RPT-RECORD.
008030 3250-EXIT.
008040     EXIT.
008050
008060*-----------------------------------------------------------*
008070* 3300-EDIT-CARD-IMAGE - THE IMAGE IN WS-CARD-IMAGE HAS A SET
008080* NAME AND NUMERIC AMOUNTS.
008090*-----------------------------------------------------------*
008100 3300-EDIT-CARD-IMAGE.
008110     MOVE "Y" TO WS-IMAGE-SWITCH.
008120     IF CI-SET-NAME = SPACES
008130       OR CI-ADD-AMOUNT IS NOT NUMERIC
008140       OR CI-HIGH-THRESHOLD IS NOT NUMERIC
008150       OR CI-SUBTRACT-AMOUNT IS NOT NUMERIC
008160       OR CI-LOW-ADD-AMOUNT IS NOT NUMERIC
008170       OR CI-LOOP-UPPER-BOUND IS NOT NUMERIC
008180         MOVE "N" TO WS-IMAGE-SWITCH
008190     END-IF.
008200 3300-EXIT.
008210     EXIT.
008220
008230*-----------------------------------------------------------*
008240* 3310-FIND-OR-ADD-SET - THE SET TABLE SLOT FOR THE SET NAMED
008250* IN WS-CARD-IMAGE, ADDED IF NEW.  ZERO WHEN THE TABLE IS
008260* FULL.
008270*-----------------------------------------------------------*
008280 3310-FIND-OR-ADD-SET.
008290     MOVE 0 TO WS-SET-MATCH-SUB.
008300     PERFORM 3320-LOOK-FOR-SET
008310         THRU 3320-EXIT
008320         VARYING WS-SET-SUB FROM 1 BY 1
008330         UNTIL WS-SET-SUB > WS-SET-COUNT
008340            OR WS-SET-MATCH-SUB > 0.
008350     IF WS-SET-MATCH-SUB > 0
008360         GO TO 3310-EXIT
008370     END-IF.
008380     IF WS-SET-COUNT >= 20
008390         SET SET-TABLE-FULL TO TRUE
008400         GO TO 3310-EXIT
008410     END-IF.
008420     ADD 1 TO WS-SET-COUNT.
008430     MOVE WS-SET-COUNT TO WS-SET-MATCH-SUB.
008440     MOVE CI-SET-NAME  TO RS-SET-NAME (WS-SET-MATCH-SUB).
008450     MOVE SPACES       TO RS-SOURCE (WS-SET-MATCH-SUB).
008460     MOVE "N"          TO RS-EXISTS-SW (WS-SET-MATCH-SUB).
008470 3310-EXIT.
008480     EXIT.
008490
008500*-----------------------------------------------------------*
008510* 3320-LOOK-FOR-SET - ONE SET TABLE SLOT AGAINST THE NAME.
008520*-----------------------------------------------------------*
008530 3320-LOOK-FOR-SET.
008540     IF RS-SET-NAME (WS-SET-SUB) = CI-SET-NAME
008550         MOVE WS-SET-SUB TO WS-SET-MATCH-SUB
008560     END-IF.
008570 3320-EXIT.
008580     EXIT.
008590
008600*-----------------------------------------------------------*
008610* 4000-COMPARE-REPLAY - THE SECOND PASS: THE SAME LINES IN
008620* THE SAME ORDER, EACH SET BESIDE THE NEXT LINE OF THE REPLAY
008630* TRACE.  TRACE LINES LEFT OVER AT THE END ARE COUNTED.
008640*-----------------------------------------------------------*
008650 4000-COMPARE-REPLAY.
008660     IF WS-LINES-REPLAYED = 0
008665       OR REPLAY-TRACE-FAILED
008670         GO TO 4000-EXIT
008680     END-IF.
008690     OPEN INPUT REPLAY-TRACE-FILE.
008700     IF WS-RPLYTRC-STATUS NOT = "00"
008710         MOVE SPACES TO CERT-RPT-RECORD
008720         STRING "MFRPLYT REPLAY TRACE NOT PRESENT - STATUS "
008730                WS-RPLYTRC-STATUS " - NOTHING COMPARED"
008740             DELIMITED BY SIZE INTO CERT-RPT-RECORD
008750         WRITE CERT-RPT-RECORD
008760         MOVE 8 TO WS-JOB-RC
008770         GO TO 4000-EXIT
008780     END-IF.
008790     SET REPLAY-TRACE-IS-OPEN TO TRUE.
008800
008810     MOVE SPACES TO CERT-RPT-RECORD.
008820     WRITE CERT-RPT-RECORD.
008830     SET COMPARE-PASS TO TRUE.
008840     PERFORM 2000-WALK-GENERATIONS
008850         THRU 2000-EXIT.
008860
008870     PERFORM 4300-COUNT-EXTRA-TRACE
008880         THRU 4300-EXIT
008890         UNTIL END-OF-REPLAY-TRACE.
008900     CLOSE REPLAY-TRACE-FILE.
008910     MOVE "N" TO WS-TRACE-OPEN-SW.
008920 4000-EXIT.
008930     EXIT.
008940
008950*-----------------------------------------------------------*
008960* 4100-COMPARE-ONE-LINE - ONE SELECTED LINE AGAINST ITS
008970* REPLAY.  A LINE THAT WAS NOT REPLAYED ON THE FIRST PASS HAS
008980* NO TRACE LINE AND IS PASSED OVER.
008990*-----------------------------------------------------------*
009000 4100-COMPARE-ONE-LINE.
009010     PERFORM 3100-FIND-RUN
009020         THRU 3100-EXIT.
009030     IF WS-RUN-MATCH-SUB = 0
009040         GO TO 4100-EXIT
009050     END-IF.
009060
009070     IF END-OF-REPLAY-TRACE
009080         ADD 1 TO WS-TRACE-SHORT
009090         GO TO 4100-EXIT
009100     END-IF.
009110     READ REPLAY-TRACE-FILE
009120         AT END
009130             SET END-OF-REPLAY-TRACE TO TRUE
009140             ADD 1 TO WS-TRACE-SHORT
009150             GO TO 4100-EXIT
009160     END-READ.
009170     MOVE REPLAY-TRACE-RECORD TO WS-REPLAY-LINE.
009180
009190     MOVE SPACES TO WS-DIFF-FIELDS.
009200     SET REPLAY-LINE-MATCHES TO TRUE.
009210     IF RL-X0 NOT = AL-X0
009220         MOVE "X0"     TO DF-X0
009230         SET REPLAY-LINE-DIFFERS TO TRUE
009240     END-IF.
009250     IF RL-X1 NOT = AL-X1
009260         MOVE "X1"     TO DF-X1
009270         SET REPLAY-LINE-DIFFERS TO TRUE
009280     END-IF.
009290     IF RL-X2 NOT = AL-X2
009300         MOVE "X2"     TO DF-X2
009310         SET REPLAY-LINE-DIFFERS TO TRUE
009320     END-IF.
009330     IF RL-RESULT NOT = AL-RESULT
009340         MOVE "RESULT" TO DF-RESULT
009350         SET REPLAY-LINE-DIFFERS TO TRUE
009360     END-IF.
009370     IF RL-STATUS NOT = AL-STATUS
009380         MOVE "STATUS" TO DF-STATUS
009390         SET REPLAY-LINE-DIFFERS TO TRUE
009400     END-IF.
009410     IF RL-RATE-SET NOT = AL-RATE-SET
009420         MOVE "SET"    TO DF-RATE-SET
009430         SET REPLAY-LINE-DIFFERS TO TRUE
009440     END-IF.
009450
009460     IF REPLAY-LINE-MATCHES
009470         ADD 1 TO WS-LINES-MATCHED
009480         ADD 1 TO RR-MATCHED (WS-RUN-MATCH-SUB)
009490     ELSE
009500         PERFORM 4200-PRINT-MISMATCH
009510             THRU 4200-EXIT
009520     END-IF.
009530 4100-EXIT.
009540     EXIT.
009550
009560*-----------------------------------------------------------*
009570* 4200-PRINT-MISMATCH - THE LINE AS LOGGED AND AS REPLAYED,
009580* IN FULL, WITH THE FIELDS THAT DIFFER NAMED.
009590*-----------------------------------------------------------*
009600 4200-PRINT-MISMATCH.
009610     ADD 1 TO WS-LINES-MISMATCHED.
009620     MOVE WS-LINES-MISMATCHED TO WS-RPT-COUNT.
009630     MOVE SPACES TO CERT-RPT-RECORD.
009640     STRING "MISMATCH " WS-RPT-COUNT " - RUNID " AL-RUN-ID
009650            " - DIFFERS IN: " WS-DIFF-FIELDS
009660         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
009670     WRITE CERT-RPT-RECORD.
009680     MOVE SPACES TO CERT-RPT-RECORD.
009690     STRING "  LOGGED  : " WS-AUDIT-LINE
009700         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
009710     WRITE CERT-RPT-RECORD.
009720     MOVE SPACES TO CERT-RPT-RECORD.
009730     STRING "  REPLAYED: " WS-REPLAY-LINE
009740         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
009750     WRITE CERT-RPT-RECORD.
009760 4200-EXIT.
009770     EXIT.
009780
009790*-----------------------------------------------------------*
009800* 4300-COUNT-EXTRA-TRACE - A TRACE LINE WITH NO LOGGED LINE
009810* LEFT TO SET IT BESIDE.
009820*-----------------------------------------------------------*
009830 4300-COUNT-EXTRA-TRACE.
009840     READ REPLAY-TRACE-FILE
009850         AT END
009860             SET END-OF-REPLAY-TRACE TO TRUE
009870             GO TO 4300-EXIT
009880     END-READ.
009890     ADD 1 TO WS-TRACE-EXTRA.
009900 4300-EXIT.
009910     EXIT.
009920
009930*-----------------------------------------------------------*
009940* 6000-WRITE-RUN-SUMMARY - ONE LINE PER RUN-ID REPLAYED: THE
009950* MOMENT ITS CARD WAS REBUILT AS AT, LINES AND MATCHES.
009960*-----------------------------------------------------------*
009970 6000-WRITE-RUN-SUMMARY.
009980     MOVE SPACES TO CERT-RPT-RECORD.
009990     WRITE CERT-RPT-RECORD.
010000     PERFORM 6100-WRITE-ONE-RUN-LINE
010010         THRU 6100-EXIT
010020         VARYING WS-RUN-SUB FROM 1 BY 1
010030         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
010040 6000-EXIT.
010050     EXIT.
010060
010070*-----------------------------------------------------------*
010080* 6100-WRITE-ONE-RUN-LINE - ONE RUN-ID.
010090*-----------------------------------------------------------*
010100 6100-WRITE-ONE-RUN-LINE.
010110     MOVE RR-AS-AT-STAMP (WS-RUN-SUB) TO WS-STAMP-WHOLE.
010120     MOVE RR-LINES (WS-RUN-SUB)       TO WS-RPT-COUNT.
010130     MOVE RR-MATCHED (WS-RUN-SUB)     TO WS-RPT-COUNT2.
010140     MOVE SPACES TO CERT-RPT-RECORD.
010150     STRING "RUNID " RR-RUN-ID (WS-RUN-SUB)
010160            " CARD AS AT " WS-STAMP-DATE "/" WS-STAMP-TIME
010170            " REPLAYED " WS-RPT-COUNT
010180            " MATCHED " WS-RPT-COUNT2
010190         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
010200     WRITE CERT-RPT-RECORD.
010210 6100-EXIT.
010220     EXIT.
010230
010240*-----------------------------------------------------------*
010250* 8000-TERMINATE - CLOSE THE CERTIFICATE.
010260*-----------------------------------------------------------*
010270 8000-TERMINATE.
010280     CLOSE CERT-RPT-FILE.
010290 8000-EXIT.
010300     EXIT.
010310
010320*-----------------------------------------------------------*
010330* 9000-WRITE-CERTIFICATE - THE COUNTS, THE WARNINGS, AND THE
010340* VERDICT.  CERTIFIED ONLY WHEN LINES WERE REPLAYED AND EVERY
010350* ONE OF THEM REPRODUCED; NOTHING FOUND IS RC 4; ANY LINE NOT
010360* REPRODUCED OR NOT REPLAYABLE IS RC 8.
010370*-----------------------------------------------------------*
010380 9000-WRITE-CERTIFICATE.
010390     MOVE SPACES TO CERT-RPT-RECORD.
010400     WRITE CERT-RPT-RECORD.
010410
010420     MOVE WS-GENS-PULLED TO WS-RPT-COUNT.
010430     MOVE SPACES TO CERT-RPT-RECORD.
010440     STRING "GENERATIONS PULLED.: " WS-RPT-COUNT
010450         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
010460     WRITE CERT-RPT-RECORD.
010470
010480     MOVE WS-LINES-SELECTED TO WS-RPT-COUNT.
010490     MOVE SPACES TO CERT-RPT-RECORD.
010500     STRING "LINES SELECTED.....: " WS-RPT-COUNT
010510         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
010520     WRITE CERT-RPT-RECORD.
010530
010540     MOVE WS-LINES-REPLAYED TO WS-RPT-COUNT.
010550     MOVE SPACES TO CERT-RPT-RECORD.
010560     STRING "LINES REPLAYED.....: " WS-RPT-COUNT
010570         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
010580     WRITE CERT-RPT-RECORD.
010590
010600     MOVE WS-LINES-MATCHED TO WS-RPT-COUNT.
010610     MOVE SPACES TO CERT-RPT-RECORD.
010620     STRING "LINES MATCHED......: " WS-RPT-COUNT
010630         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
010640     WRITE CERT-RPT-RECORD.
010650
010660     MOVE WS-LINES-MISMATCHED TO WS-RPT-COUNT.
010670     MOVE SPACES TO CERT-RPT-RECORD.
010680     STRING "LINES MISMATCHED...: " WS-RPT-COUNT
010690         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
010700     WRITE CERT-RPT-RECORD.
010710
010720     MOVE WS-CARDS-REBUILT TO WS-RPT-COUNT.
010730     MOVE WS-CHANGES-UNDONE TO WS-RPT-COUNT2.
010740     MOVE SPACES TO CERT-RPT-RECORD.
010750     STRING "RATE CARDS REBUILT.: " WS-RPT-COUNT
010760            " - RATEHIST CHANGES BACKED OUT " WS-RPT-COUNT2
010770         DELIMITED BY SIZE INTO CERT-RPT-RECORD.
010780     WRITE CERT-RPT-RECORD.
010790
010800     IF WS-LINES-UNREADABLE > 0
010810         MOVE WS-LINES-UNREADABLE TO WS-RPT-COUNT
010820         MOVE SPACES TO CERT-RPT-RECORD
010830         STRING "LINES UNREADABLE...: " WS-RPT-COUNT
010840                " - LOGGED LINE CANNOT BE REPLAYED"
010850             DELIMITED BY SIZE INTO CERT-RPT-RECORD
010860         WRITE CERT-RPT-RECORD
010870     END-IF.
010871     IF WS-LINES-NOT-TRAFFIC > 0
010872         MOVE WS-LINES-NOT-TRAFFIC TO WS-RPT-COUNT
010873         MOVE SPACES TO CERT-RPT-RECORD
010874         STRING "NOT REPLAYABLE.....: " WS-RPT-COUNT
010875                " - WHAT-IF/TABLE BUILD LINES, NOT NIGHT TRAFFIC"
010876             DELIMITED BY SIZE INTO CERT-RPT-RECORD
010877         WRITE CERT-RPT-RECORD
010878     END-IF.
010880     IF WS-LINES-NOT-REPLAYED > 0
010890         MOVE WS-LINES-NOT-REPLAYED TO WS-RPT-COUNT
010900         MOVE SPACES TO CERT-RPT-RECORD
010910         STRING "LINES NOT REPLAYED.: " WS-RPT-COUNT
010920                " - MORE THAN 50 RUN-IDS SELECTED"
010930             DELIMITED BY SIZE INTO CERT-RPT-RECORD
010940         WRITE CERT-RPT-RECORD
010950     END-IF.
010960     IF WS-TRACE-SHORT > 0
010970       OR WS-TRACE-EXTRA > 0
010980         MOVE WS-TRACE-SHORT TO WS-RPT-COUNT
010990         MOVE WS-TRACE-EXTRA TO WS-RPT-COUNT2
011000         MOVE SPACES TO CERT-RPT-RECORD
011010         STRING "REPLAY TRACE.......: OUT OF STEP - "
011020                WS-RPT-COUNT " LINE(S) SHORT, " WS-RPT-COUNT2
011030                " LINE(S) OVER"
011040             DELIMITED BY SIZE INTO CERT-RPT-RECORD
011050         WRITE CERT-RPT-RECORD
011060     END-IF.
011070     IF RATE-HISTORY-MISSING
011080         MOVE SPACES TO CERT-RPT-RECORD
011090         STRING "WARNING - RATEHIST NOT PRESENT - TODAY'S "
011100                "MYFNRATE ASSUMED UNCHANGED SINCE THE RUN"
011110             DELIMITED BY SIZE INTO CERT-RPT-RECORD
011120         WRITE CERT-RPT-RECORD
011130     END-IF.
011140     IF WS-HIST-UNUSABLE > 0
011150         MOVE WS-HIST-UNUSABLE TO WS-RPT-COUNT
011160         MOVE SPACES TO CERT-RPT-RECORD
011170         STRING "WARNING - " WS-RPT-COUNT " RATEHIST RECORD(S) "
011180                "NOT IN THE RATE-SET LAYOUT - PASSED OVER"
011190             DELIMITED BY SIZE INTO CERT-RPT-RECORD
011200         WRITE CERT-RPT-RECORD
011210     END-IF.
011220     IF SET-TABLE-FULL
011230         MOVE SPACES TO CERT-RPT-RECORD
011240         STRING "WARNING - MORE THAN 20 RATE SET NAMES IN THE "
011250                "HISTORY - REBUILT CARD IS INCOMPLETE"
011260             DELIMITED BY SIZE INTO CERT-RPT-RECORD
011270         WRITE CERT-RPT-RECORD
011280     END-IF.
011290
011300     MOVE SPACES TO CERT-RPT-RECORD.
011301     IF REPLAY-TRACE-FAILED
011302         STRING "VERDICT............: NOT CERTIFIED - "
011303                "REPLAY TRACE NOT WRITTEN - RC 8"
011304             DELIMITED BY SIZE INTO CERT-RPT-RECORD
011305         WRITE CERT-RPT-RECORD
011306         GO TO 9000-EXIT
011307     END-IF.
011310     IF NOT REPLAY-CARD-IS-GOOD
011320         STRING "VERDICT............: NOT RUN"
011330             DELIMITED BY SIZE INTO CERT-RPT-RECORD
011340     ELSE
011350         IF WS-LINES-SELECTED = 0
011360             STRING "VERDICT............: NOTHING TO CERTIFY - "
011370                    "NO ARCHIVED LINES MATCH THE CARD"
011380                 DELIMITED BY SIZE INTO CERT-RPT-RECORD
011390             IF WS-JOB-RC < 4
011400                 MOVE 4 TO WS-JOB-RC
011410             END-IF
011420         ELSE
011430             IF WS-LINES-MATCHED = WS-LINES-SELECTED
011440               AND WS-TRACE-SHORT = 0
011450               AND WS-TRACE-EXTRA = 0
011460                 STRING "VERDICT............: CERTIFIED - "
011470                        "EVERY LINE REPRODUCED"
011480                     DELIMITED BY SIZE INTO CERT-RPT-RECORD
011490             ELSE
011500                 STRING "VERDICT............: NOT CERTIFIED - "
011510                        "SEE MISMATCHES ABOVE - RC 8"
011520                     DELIMITED BY SIZE INTO CERT-RPT-RECORD
011530                 MOVE 8 TO WS-JOB-RC
011540             END-IF
011550         END-IF
011560     END-IF.
011570     WRITE CERT-RPT-RECORD.
011580 9000-EXIT.
011590     EXIT.
011600
011610*-----------------------------------------------------------*
011620* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
011630* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
011640*-----------------------------------------------------------*
011650 9700-LOG-OPS-EVENT.
011660     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
011670         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
011680         OL-RETURN-CODE.
011690 9700-EXIT.
011700     EXIT.

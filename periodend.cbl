000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    PeriodEnd.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  MONTH-END STATEMENT
000130*                    AND PERIOD CLOSE FOR THE KEYED
000140*                    PERIOD-TO-DATE FILE (SRCPTD) THAT
000150*                    FunctionExample AND RunMerge POST EVERY
000160*                    NIGHT.  THE PERIOD (YYYYMM) IS CARDED ON
000170*                    PTDCTL.  ONE STATEMENT PER SOURCE GOES TO
000180*                    PTDSTMT: THE OPENING FIGURES BROUGHT
000190*                    FORWARD, EVERY NIGHT'S ACTIVITY FROM THE
000200*                    SRCDAY LOG, THE PERIOD-TO-DATE AND THE
000210*                    CLOSING FIGURES, AND THE PROOF THAT THE
000220*                    RESULTS GIVEN TIE TO THE RECORD COUNTS
000230*                    AND HASH TOTALS ON THE RESD TRAILERS FOR
000240*                    THE SAME NIGHTS.  A "Y" IN THE CLOSE
000250*                    FIELD ALSO CLOSES THE PERIOD AND ROLLS
000260*                    EACH SOURCE'S CLOSING FIGURES FORWARD AS
000270*                    THE NEXT PERIOD'S OPENING (YEAR-TO-DATE,
000280*                    SO JANUARY OPENS AT NOTHING).  A PERIOD
000290*                    ALREADY CLOSED, OR ONE WHOSE STATEMENTS
000300*                    DO NOT BALANCE, IS NOT CLOSED - RC 8.
000302*  2026-10-15  DM    A SOURCE WHOSE PERIOD RECORD CANNOT BE
000304*                    READ, MARKED CLOSED OR ROLLED FORWARD IS
000306*                    REPORTED AND COUNTED - RC 8.
000310*-----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PERIOD-CTL-FILE
000400         ASSIGN TO "PTDCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PTDCTL-STATUS.
000430
000440     SELECT PERIOD-TO-DATE-FILE
000450         ASSIGN TO "SRCPTD"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PT-PTD-KEY
000490         FILE STATUS IS WS-SRCPTD-STATUS.
000500
000510     SELECT SOURCE-DAY-FILE
000520         ASSIGN TO "SRCDAY"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-SRCDAY-STATUS.
000550
000560     SELECT STATEMENT-RPT-FILE
000570         ASSIGN TO "PTDSTMT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PERIOD-CTL-FILE.
000630 01  PERIOD-CTL-RECORD.
000640     05  PE-PERIOD           PIC 9(06).
000650     05  PE-SEP1             PIC X(01).
000660     05  PE-CLOSE-SW         PIC X(01).
000670         88  PE-CLOSE-REQUESTED          VALUE "Y".
000680     05  FILLER              PIC X(12).
000690
000700 FD  PERIOD-TO-DATE-FILE.
000710     COPY SRCPTD.
000720
000730 FD  SOURCE-DAY-FILE.
000740 01  SOURCE-DAY-FILE-RECORD  PIC X(129).
000750
000760 FD  STATEMENT-RPT-FILE.
000770 01  STATEMENT-RPT-RECORD    PIC X(100).
000780
000790 WORKING-STORAGE SECTION.
000800 77  WS-PTDCTL-STATUS        PIC X(02)   VALUE "00".
000810 77  WS-SRCPTD-STATUS        PIC X(02)   VALUE "00".
000820 77  WS-SRCDAY-STATUS        PIC X(02)   VALUE "00".
000830
000840 77  WS-CARD-SWITCH          PIC X(01)   VALUE "N".
000850     88  PERIOD-CARD-IS-GOOD             VALUE "Y".
000860 77  WS-PTD-OPEN-SW          PIC X(01)   VALUE "N".
000870     88  PERIOD-FILE-IS-OPEN             VALUE "Y".
000880 77  WS-PTD-EOF-SWITCH       PIC X(01)   VALUE "N".
000890     88  END-OF-PERIOD-FILE              VALUE "Y".
000900 77  WS-DAY-EOF-SWITCH       PIC X(01)   VALUE "N".
000910     88  END-OF-DAY-LOG                  VALUE "Y".
000920 77  WS-DAY-LOG-SWITCH       PIC X(01)   VALUE "N".
000930     88  DAY-LOG-WAS-READ                VALUE "Y".
000940 77  WS-CLOSED-SWITCH        PIC X(01)   VALUE "N".
000950     88  PERIOD-ALREADY-CLOSED           VALUE "Y".
000960 77  WS-TABLE-FULL-SWITCH    PIC X(01)   VALUE "N".
000970     88  SOURCE-TABLE-FULL               VALUE "Y".
000980 77  WS-TIE-SWITCH           PIC X(01)   VALUE "Y".
000990     88  STATEMENT-BALANCES              VALUE "Y".
001000     88  STATEMENT-OUT-OF-BALANCE        VALUE "N".
001010
001020 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001030 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001040 77  WS-CLOSED-ON-DATE       PIC 9(08)   VALUE 0.
001050
001060 77  WS-SOURCE-COUNT         PIC 9(03)   COMP VALUE 0.
001070 77  WS-SOURCE-SUB           PIC 9(03)   COMP VALUE 0.
001080 77  WS-UNTIED-COUNT         PIC 9(03)   COMP VALUE 0.
001090 77  WS-ROLLED-COUNT         PIC 9(03)   COMP VALUE 0.
001095 77  WS-CLOSE-ERRORS         PIC 9(03)   COMP VALUE 0.
001096 77  WS-CLOSE-FAILED-STEP    PIC X(10)   VALUE SPACES.
001100 77  WS-DAY-LINES            PIC 9(05)   COMP VALUE 0.
001110
001120*    THE CARDED PERIOD AND THE ONE A CLOSE ROLLS FORWARD TO,
001130*    EACH WITH A YEAR/MONTH VIEW.
001140 01  WS-PERIOD-AREA.
001150     05  WS-PERIOD           PIC 9(06)   VALUE 0.
001160     05  WS-PERIOD-PARTS     REDEFINES WS-PERIOD.
001170         10  WS-PERIOD-YEAR      PIC 9(04).
001180         10  WS-PERIOD-MONTH     PIC 9(02).
001190     05  WS-NEXT-PERIOD      PIC 9(06)   VALUE 0.
001200     05  WS-NEXT-PARTS       REDEFINES WS-NEXT-PERIOD.
001210         10  WS-NEXT-YEAR        PIC 9(04).
001220         10  WS-NEXT-MONTH       PIC 9(02).
001230
001240*    THE SOURCES FOUND FOR THE PERIOD ON THE STATEMENT PASS,
001250*    HELD FOR THE CLOSE PASS SO THE KEYED READS OF THE CLOSE
001260*    DO NOT DISTURB THE SEQUENTIAL READ OF THE STATEMENTS.
001270 01  WS-SOURCE-TABLE.
001280     05  WS-SOURCE-ENTRY     OCCURS 100 TIMES.
001290         10  ST-SOURCE-ID        PIC X(03).
001300
001310*    ONE SOURCE'S NIGHTS ADDED UP OFF THE SRCDAY LOG, TO PROVE
001320*    AGAINST THE PERIOD-TO-DATE FIGURES ON SRCPTD.
001330 01  WS-DAY-TOTALS.
001340     05  DY-BATCHES          PIC S9(09)  COMP.
001350     05  DY-RECS-READ        PIC S9(11)  COMP.
001360     05  DY-RECS-REJECTED    PIC S9(11)  COMP.
001370     05  DY-RECS-PROCESSED   PIC S9(11)  COMP.
001380     05  DY-RESULT-SUM       PIC S9(15)  COMP.
001390     05  DY-REV-LINES        PIC S9(11)  COMP.
001400     05  DY-REV-HASH         PIC S9(15)  COMP.
001410     05  DY-RESD-LINES       PIC S9(11)  COMP.
001420     05  DY-RESD-HASH        PIC S9(15)  COMP.
001430
001440*    THE CLOSING FIGURES OF THE PERIOD BEING CLOSED, IN THE
001450*    SAME SHAPE AS PT-OPENING SO THEY MOVE ACROSS WHOLE.
001460 01  WS-CARRY-FORWARD.
001470     05  CF-BATCHES          PIC 9(07).
001480     05  CF-RECS-READ        PIC 9(09).
001490     05  CF-RECS-REJECTED    PIC 9(09).
001500     05  CF-RECS-PROCESSD    PIC 9(09).
001510     05  CF-RESULT-SUM       PIC S9(15)
001520                             SIGN LEADING SEPARATE CHARACTER.
001530     05  CF-REV-LINES        PIC 9(09).
001540     05  CF-REV-HASH         PIC S9(15)
001550                             SIGN LEADING SEPARATE CHARACTER.
001560     05  CF-RESD-LINES       PIC 9(09).
001570     05  CF-RESD-HASH        PIC S9(15)
001580                             SIGN LEADING SEPARATE CHARACTER.
001590
001600*    ONE FIGURES LINE OF A STATEMENT - A LABEL, THEN THE
001610*    COUNTS, THE RESULTS GIVEN AND THE RESD TRAILER FIGURES.
001620 01  WS-FIGURES-LINE.
001630     05  FL-LABEL            PIC X(18).
001640     05  FILLER              PIC X(01)   VALUE SPACE.
001650     05  FL-BATCHES          PIC ZZZZZZ9.
001660     05  FILLER              PIC X(01)   VALUE SPACE.
001670     05  FL-RECS-READ        PIC ZZZZZZZZ9.
001680     05  FILLER              PIC X(01)   VALUE SPACE.
001690     05  FL-RECS-REJECTED    PIC ZZZZZZZZ9.
001700     05  FILLER              PIC X(01)   VALUE SPACE.
001710     05  FL-RECS-PROCESSED   PIC ZZZZZZZZ9.
001720     05  FILLER              PIC X(01)   VALUE SPACE.
001730     05  FL-RESULT-SUM       PIC -Z(14)9.
001740     05  FILLER              PIC X(01)   VALUE SPACE.
001750     05  FL-RESD-LINES       PIC ZZZZZZZZ9.
001760     05  FILLER              PIC X(01)   VALUE SPACE.
001770     05  FL-RESD-HASH        PIC -Z(14)9.
001780
001790*    THE LABEL OF ONE NIGHT'S LINE: RUN DATE AND RUN-ID.
001800 01  WS-DAY-LABEL.
001810     05  DL-RUN-DATE         PIC 9(08).
001820     05  FILLER              PIC X(01)   VALUE SPACE.
001830     05  DL-RUN-ID           PIC X(08).
001840     05  FILLER              PIC X(01)   VALUE SPACE.
001850
001860 01  WS-RPT-COUNT            PIC ZZZZZZZZ9.
001870 01  WS-RPT-HASH             PIC -Z(14)9.
001880 01  WS-RPT-HASH2            PIC -Z(14)9.
001890 01  WS-RPT-SOURCES          PIC ZZ9.
001900 01  WS-RPT-DAYS             PIC ZZ9.
001910 01  WS-STATUS-WORD          PIC X(06).
001920
001930     COPY SRCDAY.
001940
001950     COPY OPCALL.
001960
001970 PROCEDURE DIVISION.
001980*-----------------------------------------------------------*
001990* 0000-MAINLINE - READ THE CARD, PRINT EVERY SOURCE'S
002000* STATEMENT FOR THE PERIOD, CLOSE THE PERIOD IF ASKED, AND
002010* FINISH WITH THE TOTALS.
002020*-----------------------------------------------------------*
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE
002050         THRU 1000-EXIT.
002060
002070     IF PERIOD-FILE-IS-OPEN
002080         PERFORM 2000-PRINT-STATEMENTS
002090             THRU 2000-EXIT
002100         IF PE-CLOSE-REQUESTED
002110             PERFORM 3000-CLOSE-PERIOD
002120                 THRU 3000-EXIT
002130         END-IF
002140     END-IF.
002150
002160     PERFORM 6000-WRITE-TOTALS
002170         THRU 6000-EXIT.
002180
002190     PERFORM 8000-TERMINATE
002200         THRU 8000-EXIT.
002210
002220     MOVE WS-JOB-RC TO RETURN-CODE.
002230     SET OL-EVENT-END TO TRUE.
002240     MOVE "PERIOD-END STATEMENTS COMPLETE" TO OL-EVENT-TEXT.
002250     MOVE WS-SOURCE-COUNT TO OL-COUNT-1.
002260     MOVE WS-ROLLED-COUNT TO OL-COUNT-2.
002270     MOVE RETURN-CODE     TO OL-RETURN-CODE.
002280     PERFORM 9700-LOG-OPS-EVENT
002290         THRU 9700-EXIT.
002295     MOVE WS-JOB-RC TO RETURN-CODE.
002300
002310     STOP RUN.
002320
002330*-----------------------------------------------------------*
002340* 1000-INITIALIZE - OPEN THE REPORT, EDIT THE PTDCTL CARD (NO
002350* CARD OR A BAD PERIOD STOPS THE JOB AT RC 8 - THERE IS NO
002360* SAFE DEFAULT FOR A MONTH-END) AND OPEN SRCPTD.
002370*-----------------------------------------------------------*
002380 1000-INITIALIZE.
002390     INITIALIZE WS-SOURCE-TABLE.
002400
002410     MOVE "PERIODEND" TO OL-PROGRAM-NAME.
002420     MOVE "PERIODND"  TO OL-RUN-ID.
002430     SET OL-EVENT-START TO TRUE.
002440     MOVE "PERIOD-END STATEMENTS" TO OL-EVENT-TEXT.
002450     MOVE 0 TO OL-COUNT-1.
002460     MOVE 0 TO OL-COUNT-2.
002470     MOVE 0 TO OL-RETURN-CODE.
002480     PERFORM 9700-LOG-OPS-EVENT
002490         THRU 9700-EXIT.
002500
002510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002520
002530     OPEN OUTPUT STATEMENT-RPT-FILE.
002540     MOVE SPACES TO STATEMENT-RPT-RECORD.
002550     STRING "PERIODEND - PERIOD-TO-DATE STATEMENTS BY SOURCE"
002560         DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
002570     WRITE STATEMENT-RPT-RECORD.
002580
002590     MOVE SPACES TO PERIOD-CTL-RECORD.
002600     OPEN INPUT PERIOD-CTL-FILE.
002610     IF WS-PTDCTL-STATUS = "00"
002620         READ PERIOD-CTL-FILE
002630             AT END
002640                 MOVE SPACES TO PERIOD-CTL-RECORD
002650         END-READ
002660         CLOSE PERIOD-CTL-FILE
002670     END-IF.
002680
002690     IF PE-PERIOD IS NUMERIC
002700         MOVE PE-PERIOD TO WS-PERIOD
002710         IF WS-PERIOD-YEAR > 1900
002720           AND WS-PERIOD-MONTH > 0
002730           AND WS-PERIOD-MONTH < 13
002740             SET PERIOD-CARD-IS-GOOD TO TRUE
002750         END-IF
002760     END-IF.
002770     IF NOT PERIOD-CARD-IS-GOOD
002780         MOVE SPACES TO STATEMENT-RPT-RECORD
002790         STRING "PTDCTL MISSING OR PERIOD NOT A VALID YYYYMM - "
002800                "NOTHING REPORTED - RC 8"
002810             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
002820         WRITE STATEMENT-RPT-RECORD
002830         MOVE 8 TO WS-JOB-RC
002840         GO TO 1000-EXIT
002850     END-IF.
002860
002870     MOVE SPACES TO STATEMENT-RPT-RECORD.
002880     IF PE-CLOSE-REQUESTED
002890         STRING "PERIOD " WS-PERIOD
002900                " - STATEMENTS, THEN PERIOD CLOSE"
002910             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
002920     ELSE
002930         STRING "PERIOD " WS-PERIOD
002940                " - STATEMENTS ONLY (PERIOD LEFT OPEN)"
002950             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
002960     END-IF.
002970     WRITE STATEMENT-RPT-RECORD.
002980
002990     OPEN I-O PERIOD-TO-DATE-FILE.
003000     IF WS-SRCPTD-STATUS = "35"
003010         MOVE SPACES TO STATEMENT-RPT-RECORD
003020         STRING "SRCPTD NOT PRESENT - NOTHING POSTED YET - "
003030                "NOTHING REPORTED"
003040             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
003050         WRITE STATEMENT-RPT-RECORD
003060         MOVE 4 TO WS-JOB-RC
003070         GO TO 1000-EXIT
003080     END-IF.
003090     IF WS-SRCPTD-STATUS NOT = "00"
003100         MOVE SPACES TO STATEMENT-RPT-RECORD
003110         STRING "SRCPTD WILL NOT OPEN - STATUS "
003120                WS-SRCPTD-STATUS " - NOTHING REPORTED - RC 8"
003130             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
003140         WRITE STATEMENT-RPT-RECORD
003150         MOVE 8 TO WS-JOB-RC
003160         GO TO 1000-EXIT
003170     END-IF.
003180     SET PERIOD-FILE-IS-OPEN TO TRUE.
003190 1000-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------*
003230* 2000-PRINT-STATEMENTS - ONE PASS OF SRCPTD IN KEY ORDER.
003240* EVERY RECORD FOR THE CARDED PERIOD IS ONE SOURCE'S
003250* STATEMENT.
003260*-----------------------------------------------------------*
003270 2000-PRINT-STATEMENTS.
003280     PERFORM 2100-READ-ONE-PERIOD-RECORD
003290         THRU 2100-EXIT
003300         UNTIL END-OF-PERIOD-FILE.
003310
003320     IF WS-SOURCE-COUNT = 0
003330         MOVE SPACES TO STATEMENT-RPT-RECORD
003340         STRING "NO SOURCE HAS FIGURES FOR PERIOD " WS-PERIOD
003350             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
003360         WRITE STATEMENT-RPT-RECORD
003370         IF WS-JOB-RC < 4
003380             MOVE 4 TO WS-JOB-RC
003390         END-IF
003400     END-IF.
003410 2000-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------*
003450* 2100-READ-ONE-PERIOD-RECORD - ONE SRCPTD RECORD; ONLY THE
003460* CARDED PERIOD'S ARE REPORTED.
003470*-----------------------------------------------------------*
003480 2100-READ-ONE-PERIOD-RECORD.
003490     READ PERIOD-TO-DATE-FILE NEXT RECORD
003500         AT END
003510             SET END-OF-PERIOD-FILE TO TRUE
003520             GO TO 2100-EXIT
003530     END-READ.
003540     IF PT-PERIOD NOT = WS-PERIOD
003550         GO TO 2100-EXIT
003560     END-IF.
003570
003580     ADD 1 TO WS-SOURCE-COUNT.
003590     IF WS-SOURCE-COUNT > 100
003600         SET SOURCE-TABLE-FULL TO TRUE
003610     ELSE
003620         MOVE PT-SOURCE-ID TO ST-SOURCE-ID (WS-SOURCE-COUNT)
003630     END-IF.
003640     IF PT-PERIOD-CLOSED
003650         SET PERIOD-ALREADY-CLOSED TO TRUE
003660         MOVE PT-CLOSED-DATE TO WS-CLOSED-ON-DATE
003670     END-IF.
003680
003690     PERFORM 2200-PRINT-ONE-STATEMENT
003700         THRU 2200-EXIT.
003710 2100-EXIT.
003720     EXIT.
003730
003740*-----------------------------------------------------------*
003750* 2200-PRINT-ONE-STATEMENT - HEADING, OPENING FIGURES, ONE
003760* LINE PER NIGHT OFF THE SRCDAY LOG, PERIOD-TO-DATE, CLOSING,
003770* THEN THE PROOFS: THE NIGHTS ADD UP TO THE PERIOD-TO-DATE,
003780* AND THE RECORDS PROCESSED AND RESULTS GIVEN TIE TO THE
003790* RECORD COUNTS AND HASH TOTALS ON THE SOURCE'S RESD
003800* TRAILERS.  A STATEMENT THAT FAILS EITHER IS OUT OF BALANCE.
003810*-----------------------------------------------------------*
003820 2200-PRINT-ONE-STATEMENT.
003830     SET STATEMENT-BALANCES TO TRUE.
003840     IF PT-PERIOD-CLOSED
003850         MOVE "CLOSED" TO WS-STATUS-WORD
003860     ELSE
003870         MOVE "OPEN"   TO WS-STATUS-WORD
003880     END-IF.
003890
003900     MOVE SPACES TO STATEMENT-RPT-RECORD.
003910     WRITE STATEMENT-RPT-RECORD.
003920     MOVE SPACES TO STATEMENT-RPT-RECORD.
003930     STRING "STATEMENT - SOURCE " PT-SOURCE-ID
003940            "   PERIOD " PT-PERIOD
003950            "   STATUS " WS-STATUS-WORD
003960         DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
003970     WRITE STATEMENT-RPT-RECORD.
003980     MOVE SPACES TO STATEMENT-RPT-RECORD.
003990     STRING "                   BATCHES      READ  REJECTED"
004000            " PROCESSED    RESULTS GIVEN RESD LINES"
004010            "        RESD HASH"
004020         DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
004030     WRITE STATEMENT-RPT-RECORD.
004040
004050     MOVE "OPENING B/F"           TO FL-LABEL.
004060     MOVE PT-OPN-BATCHES          TO FL-BATCHES.
004070     MOVE PT-OPN-RECS-READ        TO FL-RECS-READ.
004080     MOVE PT-OPN-RECS-REJECTED    TO FL-RECS-REJECTED.
004090     MOVE PT-OPN-RECS-PROCESSD    TO FL-RECS-PROCESSED.
004100     MOVE PT-OPN-RESULT-SUM       TO FL-RESULT-SUM.
004110     MOVE PT-OPN-RESD-LINES       TO FL-RESD-LINES.
004120     MOVE PT-OPN-RESD-HASH        TO FL-RESD-HASH.
004130     WRITE STATEMENT-RPT-RECORD FROM WS-FIGURES-LINE.
004140
004150     PERFORM 2300-PRINT-DAILY-ACTIVITY
004160         THRU 2300-EXIT.
004170
004180     MOVE "PERIOD TO DATE"        TO FL-LABEL.
004190     MOVE PT-PTD-BATCHES          TO FL-BATCHES.
004200     MOVE PT-PTD-RECS-READ        TO FL-RECS-READ.
004210     MOVE PT-PTD-RECS-REJECTED    TO FL-RECS-REJECTED.
004220     MOVE PT-PTD-RECS-PROCESSD    TO FL-RECS-PROCESSED.
004230     MOVE PT-PTD-RESULT-SUM       TO FL-RESULT-SUM.
004240     MOVE PT-PTD-RESD-LINES       TO FL-RESD-LINES.
004250     MOVE PT-PTD-RESD-HASH        TO FL-RESD-HASH.
004260     WRITE STATEMENT-RPT-RECORD FROM WS-FIGURES-LINE.
004270
004280     PERFORM 2500-WORK-OUT-CLOSING
004290         THRU 2500-EXIT.
004300     MOVE "CLOSING C/F"           TO FL-LABEL.
004310     MOVE CF-BATCHES              TO FL-BATCHES.
004320     MOVE CF-RECS-READ            TO FL-RECS-READ.
004330     MOVE CF-RECS-REJECTED        TO FL-RECS-REJECTED.
004340     MOVE CF-RECS-PROCESSD        TO FL-RECS-PROCESSED.
004350     MOVE CF-RESULT-SUM           TO FL-RESULT-SUM.
004360     MOVE CF-RESD-LINES           TO FL-RESD-LINES.
004370     MOVE CF-RESD-HASH            TO FL-RESD-HASH.
004380     WRITE STATEMENT-RPT-RECORD FROM WS-FIGURES-LINE.
004390
004400     IF PT-PTD-REV-LINES > 0
004410         MOVE PT-PTD-REV-LINES TO WS-RPT-COUNT
004420         MOVE PT-PTD-REV-HASH  TO WS-RPT-HASH
004430         MOVE SPACES TO STATEMENT-RPT-RECORD
004440         STRING "REVERSAL OFFSETS SENT THIS PERIOD: LINES "
004450                WS-RPT-COUNT " HASH " WS-RPT-HASH
004460             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
004470         WRITE STATEMENT-RPT-RECORD
004480     END-IF.
004490
004500     PERFORM 2600-PROVE-STATEMENT
004510         THRU 2600-EXIT.
004520 2200-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------*
004560* 2300-PRINT-DAILY-ACTIVITY - ONE PASS OF THE SRCDAY LOG FOR
004570* THIS SOURCE'S NIGHTS IN THE PERIOD.  THE LOG IS READ AGAIN
004580* FOR EACH SOURCE - IT IS ONE SHORT LINE PER SOURCE A NIGHT.
004590*-----------------------------------------------------------*
004600 2300-PRINT-DAILY-ACTIVITY.
004610     INITIALIZE WS-DAY-TOTALS.
004620     MOVE 0   TO WS-DAY-LINES.
004630     MOVE "N" TO WS-DAY-LOG-SWITCH.
004640     MOVE "N" TO WS-DAY-EOF-SWITCH.
004650     OPEN INPUT SOURCE-DAY-FILE.
004660     IF WS-SRCDAY-STATUS NOT = "00"
004670         MOVE SPACES TO STATEMENT-RPT-RECORD
004680         STRING "SRCDAY LOG NOT AVAILABLE - DAILY ACTIVITY "
004690                "NOT SHOWN"
004700             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
004710         WRITE STATEMENT-RPT-RECORD
004720         GO TO 2300-EXIT
004730     END-IF.
004740     SET DAY-LOG-WAS-READ TO TRUE.
004750     PERFORM 2310-READ-ONE-DAY-LINE
004760         THRU 2310-EXIT
004770         UNTIL END-OF-DAY-LOG.
004780     CLOSE SOURCE-DAY-FILE.
004790 2300-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------*
004830* 2310-READ-ONE-DAY-LINE - ONE LOG LINE; THIS SOURCE AND
004840* PERIOD ARE PRINTED AND ADDED UP.  A NIGHT WHOSE RESULTS DO
004850* NOT TIE TO ITS OWN RESD TRAILER IS MARKED UNDER ITS LINE.
004860*-----------------------------------------------------------*
004870 2310-READ-ONE-DAY-LINE.
004880     READ SOURCE-DAY-FILE INTO SOURCE-DAY-RECORD
004890         AT END
004900             SET END-OF-DAY-LOG TO TRUE
004910             GO TO 2310-EXIT
004920     END-READ.
004930     IF SD-SOURCE-ID NOT = PT-SOURCE-ID
004940       OR SD-PERIOD NOT = PT-PERIOD
004950         GO TO 2310-EXIT
004960     END-IF.
004970
004980     ADD 1                 TO WS-DAY-LINES.
004990     ADD SD-BATCHES        TO DY-BATCHES.
005000     ADD SD-RECS-READ      TO DY-RECS-READ.
005010     ADD SD-RECS-REJECTED  TO DY-RECS-REJECTED.
005020     ADD SD-RECS-PROCESSED TO DY-RECS-PROCESSED.
005030     ADD SD-RESULT-SUM     TO DY-RESULT-SUM.
005040     ADD SD-REV-LINES      TO DY-REV-LINES.
005050     ADD SD-REV-HASH       TO DY-REV-HASH.
005060     ADD SD-RESD-LINES     TO DY-RESD-LINES.
005070     ADD SD-RESD-HASH      TO DY-RESD-HASH.
005080
005090     MOVE SD-RUN-DATE       TO DL-RUN-DATE.
005100     MOVE SD-RUN-ID         TO DL-RUN-ID.
005110     MOVE WS-DAY-LABEL      TO FL-LABEL.
005120     MOVE SD-BATCHES        TO FL-BATCHES.
005130     MOVE SD-RECS-READ      TO FL-RECS-READ.
005140     MOVE SD-RECS-REJECTED  TO FL-RECS-REJECTED.
005150     MOVE SD-RECS-PROCESSED TO FL-RECS-PROCESSED.
005160     MOVE SD-RESULT-SUM     TO FL-RESULT-SUM.
005170     MOVE SD-RESD-LINES     TO FL-RESD-LINES.
005180     MOVE SD-RESD-HASH      TO FL-RESD-HASH.
005190     WRITE STATEMENT-RPT-RECORD FROM WS-FIGURES-LINE.
005200
005210     IF SD-REV-LINES > 0
005220         MOVE SD-REV-LINES TO WS-RPT-COUNT
005230         MOVE SD-REV-HASH  TO WS-RPT-HASH
005240         MOVE SPACES TO STATEMENT-RPT-RECORD
005250         STRING "                   REVERSAL OFFSETS: LINES "
005260                WS-RPT-COUNT " HASH " WS-RPT-HASH
005270             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
005280         WRITE STATEMENT-RPT-RECORD
005290     END-IF.
005300     IF SD-RECS-PROCESSED NOT = SD-RESD-LINES
005310       OR SD-RESULT-SUM NOT = SD-RESD-HASH
005320         MOVE SPACES TO STATEMENT-RPT-RECORD
005330         STRING "                   *** THIS NIGHT DOES NOT TIE "
005340                "TO ITS RESD TRAILER ***"
005350             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
005360         WRITE STATEMENT-RPT-RECORD
005370     END-IF.
005380 2310-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------*
005420* 2500-WORK-OUT-CLOSING - OPENING PLUS PERIOD-TO-DATE.
005430*-----------------------------------------------------------*
005440 2500-WORK-OUT-CLOSING.
005450     COMPUTE CF-BATCHES = PT-OPN-BATCHES + PT-PTD-BATCHES.
005460     COMPUTE CF-RECS-READ =
005470         PT-OPN-RECS-READ + PT-PTD-RECS-READ.
005480     COMPUTE CF-RECS-REJECTED =
005490         PT-OPN-RECS-REJECTED + PT-PTD-RECS-REJECTED.
005500     COMPUTE CF-RECS-PROCESSD =
005510         PT-OPN-RECS-PROCESSD + PT-PTD-RECS-PROCESSD.
005520     COMPUTE CF-RESULT-SUM =
005530         PT-OPN-RESULT-SUM + PT-PTD-RESULT-SUM.
005540     COMPUTE CF-REV-LINES =
005550         PT-OPN-REV-LINES + PT-PTD-REV-LINES.
005560     COMPUTE CF-REV-HASH =
005570         PT-OPN-REV-HASH + PT-PTD-REV-HASH.
005580     COMPUTE CF-RESD-LINES =
005590         PT-OPN-RESD-LINES + PT-PTD-RESD-LINES.
005600     COMPUTE CF-RESD-HASH =
005610         PT-OPN-RESD-HASH + PT-PTD-RESD-HASH.
005620 2500-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------*
005660* 2600-PROVE-STATEMENT - THE NIGHTS ON THE LOG MUST ADD UP TO
005670* THE PERIOD-TO-DATE, AND THE PERIOD'S RECORDS PROCESSED AND
005680* RESULTS GIVEN MUST EQUAL THE COUNTS AND HASH TOTALS ON THE
005690* RESD TRAILERS FOR THE SAME NIGHTS.
005700*-----------------------------------------------------------*
005710 2600-PROVE-STATEMENT.
005720     IF DAY-LOG-WAS-READ
005730         IF DY-BATCHES        NOT = PT-PTD-BATCHES
005740           OR DY-RECS-READ      NOT = PT-PTD-RECS-READ
005750           OR DY-RECS-REJECTED  NOT = PT-PTD-RECS-REJECTED
005760           OR DY-RECS-PROCESSED NOT = PT-PTD-RECS-PROCESSD
005770           OR DY-RESULT-SUM     NOT = PT-PTD-RESULT-SUM
005780           OR DY-REV-LINES      NOT = PT-PTD-REV-LINES
005785           OR DY-REV-HASH       NOT = PT-PTD-REV-HASH
005790           OR DY-RESD-LINES     NOT = PT-PTD-RESD-LINES
005800           OR DY-RESD-HASH      NOT = PT-PTD-RESD-HASH
005810             SET STATEMENT-OUT-OF-BALANCE TO TRUE
005820             MOVE WS-DAY-LINES TO WS-RPT-DAYS
005830             MOVE SPACES TO STATEMENT-RPT-RECORD
005840             STRING "DAILY LOG CHECK....: FAILED - THE "
005850                    WS-RPT-DAYS " NIGHT(S) ON SRCDAY DO NOT "
005860                    "ADD UP TO THE PERIOD-TO-DATE"
005870                 DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
005880             WRITE STATEMENT-RPT-RECORD
005890         ELSE
005900             MOVE WS-DAY-LINES TO WS-RPT-DAYS
005910             MOVE SPACES TO STATEMENT-RPT-RECORD
005920             STRING "DAILY LOG CHECK....: PASSED - "
005930                    WS-RPT-DAYS " NIGHT(S)"
005940                 DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
005950             WRITE STATEMENT-RPT-RECORD
005960         END-IF
005970     END-IF.
005980
005990     MOVE PT-PTD-RESULT-SUM TO WS-RPT-HASH.
006000     MOVE PT-PTD-RESD-HASH  TO WS-RPT-HASH2.
006010     MOVE SPACES TO STATEMENT-RPT-RECORD.
006020     IF PT-PTD-RECS-PROCESSD = PT-PTD-RESD-LINES
006030       AND PT-PTD-RESULT-SUM = PT-PTD-RESD-HASH
006040         STRING "RESD TRAILER TIE...: TIES - RESULTS "
006050                WS-RPT-HASH " = RESD HASH " WS-RPT-HASH2
006060             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
006070     ELSE
006080         SET STATEMENT-OUT-OF-BALANCE TO TRUE
006090         STRING "RESD TRAILER TIE...: DOES NOT TIE - RESULTS "
006100                WS-RPT-HASH " RESD HASH " WS-RPT-HASH2
006110             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
006120     END-IF.
006130     WRITE STATEMENT-RPT-RECORD.
006140
006150     IF STATEMENT-OUT-OF-BALANCE
006160         ADD 1 TO WS-UNTIED-COUNT
006170         MOVE 8 TO WS-JOB-RC
006180     END-IF.
006190 2600-EXIT.
006200     EXIT.
006210
006220*-----------------------------------------------------------*
006230* 3000-CLOSE-PERIOD - REFUSED IF THE PERIOD HAS NO FIGURES,
006240* WAS CLOSED BEFORE, OR HAS A STATEMENT OUT OF BALANCE.
006250* OTHERWISE EVERY SOURCE'S RECORD IS MARKED CLOSED AND ITS
006260* CLOSING FIGURES BECOME THE NEXT PERIOD'S OPENING - ZERO
006270* WHEN THE PERIOD CLOSED IS DECEMBER, SINCE THE FIGURES
006280* BROUGHT FORWARD ARE YEAR-TO-DATE.
006290*-----------------------------------------------------------*
006300 3000-CLOSE-PERIOD.
006310     MOVE SPACES TO STATEMENT-RPT-RECORD.
006320     WRITE STATEMENT-RPT-RECORD.
006330
006340     IF WS-SOURCE-COUNT = 0
006350         MOVE SPACES TO STATEMENT-RPT-RECORD
006360         STRING "PERIOD CLOSE.......: NOTHING TO CLOSE FOR "
006370                WS-PERIOD
006380             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
006390         WRITE STATEMENT-RPT-RECORD
006400         GO TO 3000-EXIT
006410     END-IF.
006420     IF PERIOD-ALREADY-CLOSED
006430         MOVE SPACES TO STATEMENT-RPT-RECORD
006440         STRING "PERIOD CLOSE.......: REFUSED - " WS-PERIOD
006450                " WAS CLOSED ON " WS-CLOSED-ON-DATE
006460                " - NOT CLOSED AGAIN - RC 8"
006470             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
006480         WRITE STATEMENT-RPT-RECORD
006490         MOVE 8 TO WS-JOB-RC
006500         GO TO 3000-EXIT
006510     END-IF.
006520     IF WS-UNTIED-COUNT > 0
006530         MOVE WS-UNTIED-COUNT TO WS-RPT-SOURCES
006540         MOVE SPACES TO STATEMENT-RPT-RECORD
006550         STRING "PERIOD CLOSE.......: REFUSED - " WS-RPT-SOURCES
006560                " STATEMENT(S) OUT OF BALANCE - RC 8"
006570             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
006580         WRITE STATEMENT-RPT-RECORD
006590         MOVE 8 TO WS-JOB-RC
006600         GO TO 3000-EXIT
006610     END-IF.
006620     IF SOURCE-TABLE-FULL
006630         MOVE SPACES TO STATEMENT-RPT-RECORD
006640         STRING "PERIOD CLOSE.......: REFUSED - MORE THAN 100 "
006650                "SOURCES IN THE PERIOD - RC 8"
006660             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
006670         WRITE STATEMENT-RPT-RECORD
006680         MOVE 8 TO WS-JOB-RC
006690         GO TO 3000-EXIT
006700     END-IF.
006710
006720     IF WS-PERIOD-MONTH = 12
006730         COMPUTE WS-NEXT-YEAR = WS-PERIOD-YEAR + 1
006740         MOVE 1 TO WS-NEXT-MONTH
006750     ELSE
006760         MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
006770         COMPUTE WS-NEXT-MONTH = WS-PERIOD-MONTH + 1
006780     END-IF.
006790
006800     PERFORM 3100-CLOSE-ONE-SOURCE
006810         THRU 3100-EXIT
006820         VARYING WS-SOURCE-SUB FROM 1 BY 1
006830         UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
006840
006850     MOVE WS-ROLLED-COUNT TO WS-RPT-SOURCES.
006860     MOVE SPACES TO STATEMENT-RPT-RECORD.
006870     STRING "PERIOD CLOSE.......: " WS-PERIOD " CLOSED - "
006880            WS-RPT-SOURCES " SOURCE(S) ROLLED FORWARD TO "
006890            WS-NEXT-PERIOD
006900         DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
006910     WRITE STATEMENT-RPT-RECORD.
006911     IF WS-CLOSE-ERRORS > 0
006912         MOVE WS-CLOSE-ERRORS TO WS-RPT-SOURCES
006913         MOVE SPACES TO STATEMENT-RPT-RECORD
006914         STRING "PERIOD CLOSE.......: " WS-RPT-SOURCES
006915                " SOURCE(S) NOT CLOSED OR NOT ROLLED FORWARD"
006916                " - SEE ABOVE - RC 8"
006917             DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
006918         WRITE STATEMENT-RPT-RECORD
006919     END-IF.
006920 3000-EXIT.
006930     EXIT.
006940
006950*-----------------------------------------------------------*
006960* 3100-CLOSE-ONE-SOURCE - MARK ONE SOURCE'S PERIOD CLOSED AND
006970* CARRY ITS CLOSING FIGURES INTO THE NEXT PERIOD'S RECORD,
006980* WHICH MAY ALREADY HOLD NIGHTS POSTED SINCE THE MONTH TURNED
006990* (ONLY ITS OPENING FIGURES ARE REPLACED) OR MAY BE NEW.
006991* A RECORD THAT CANNOT BE READ, MARKED CLOSED OR ROLLED
006992* FORWARD IS REPORTED AGAINST ITS SOURCE AND COUNTED - RC 8.
007000*-----------------------------------------------------------*
007010 3100-CLOSE-ONE-SOURCE.
007020     MOVE ST-SOURCE-ID (WS-SOURCE-SUB) TO PT-SOURCE-ID.
007030     MOVE WS-PERIOD                    TO PT-PERIOD.
007040     READ PERIOD-TO-DATE-FILE
007050         INVALID KEY
007060             CONTINUE
007070     END-READ.
007071     IF WS-SRCPTD-STATUS NOT = "00"
007072         MOVE "NOT READ  " TO WS-CLOSE-FAILED-STEP
007073         PERFORM 3150-REPORT-CLOSE-FAILURE
007074             THRU 3150-EXIT
007075         GO TO 3100-EXIT
007076     END-IF.
007080
007090     PERFORM 2500-WORK-OUT-CLOSING
007100         THRU 2500-EXIT.
007110     IF WS-PERIOD-MONTH = 12
007120         INITIALIZE WS-CARRY-FORWARD
007130     END-IF.
007140     SET PT-PERIOD-CLOSED TO TRUE.
007150     MOVE WS-RUN-DATE TO PT-CLOSED-DATE.
007160     REWRITE PERIOD-TO-DATE-RECORD
007170         INVALID KEY
007180             CONTINUE
007190     END-REWRITE.
007191     IF WS-SRCPTD-STATUS NOT = "00"
007192         MOVE "NOT CLOSED" TO WS-CLOSE-FAILED-STEP
007193         PERFORM 3150-REPORT-CLOSE-FAILURE
007194             THRU 3150-EXIT
007195         GO TO 3100-EXIT
007196     END-IF.
007200
007210     MOVE ST-SOURCE-ID (WS-SOURCE-SUB) TO PT-SOURCE-ID.
007220     MOVE WS-NEXT-PERIOD               TO PT-PERIOD.
007230     READ PERIOD-TO-DATE-FILE
007240         INVALID KEY
007250             INITIALIZE PERIOD-TO-DATE-RECORD
007260             MOVE ST-SOURCE-ID (WS-SOURCE-SUB) TO PT-SOURCE-ID
007270             MOVE WS-NEXT-PERIOD               TO PT-PERIOD
007280             SET PT-PERIOD-OPEN TO TRUE
007290     END-READ.
007300     MOVE WS-CARRY-FORWARD TO PT-OPENING.
007310     WRITE PERIOD-TO-DATE-RECORD
007320         INVALID KEY
007330             REWRITE PERIOD-TO-DATE-RECORD
007340     END-WRITE.
007341     IF WS-SRCPTD-STATUS NOT = "00"
007342         MOVE "NOT ROLLED" TO WS-CLOSE-FAILED-STEP
007343         PERFORM 3150-REPORT-CLOSE-FAILURE
007344             THRU 3150-EXIT
007345         GO TO 3100-EXIT
007346     END-IF.
007350     ADD 1 TO WS-ROLLED-COUNT.
007360 3100-EXIT.
007370     EXIT.
007380
007381*-----------------------------------------------------------*
007382* 3150-REPORT-CLOSE-FAILURE - ONE SOURCE'S PERIOD RECORD WAS
007383* NOT READ, NOT MARKED CLOSED OR NOT ROLLED FORWARD.
007384*-----------------------------------------------------------*
007385 3150-REPORT-CLOSE-FAILURE.
007386     ADD 1 TO WS-CLOSE-ERRORS.
007387     MOVE 8 TO WS-JOB-RC.
007388     MOVE SPACES TO STATEMENT-RPT-RECORD.
007389     STRING "PERIOD CLOSE.......: SOURCE "
007390            ST-SOURCE-ID (WS-SOURCE-SUB) " PERIOD " PT-PERIOD
007391            " " WS-CLOSE-FAILED-STEP " - STATUS "
007392            WS-SRCPTD-STATUS " - RC 8"
007393         DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
007394     WRITE STATEMENT-RPT-RECORD.
007395 3150-EXIT.
007396     EXIT.
007397
007398*-----------------------------------------------------------*
007400* 6000-WRITE-TOTALS - THE RUN'S FIGURES AT THE FOOT.
007410*-----------------------------------------------------------*
007420 6000-WRITE-TOTALS.
007430     MOVE SPACES TO STATEMENT-RPT-RECORD.
007440     WRITE STATEMENT-RPT-RECORD.
007450
007460     MOVE WS-SOURCE-COUNT TO WS-RPT-SOURCES.
007470     MOVE SPACES TO STATEMENT-RPT-RECORD.
007480     STRING "SOURCES REPORTED...: " WS-RPT-SOURCES
007490         DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
007500     WRITE STATEMENT-RPT-RECORD.
007510
007520     MOVE WS-UNTIED-COUNT TO WS-RPT-SOURCES.
007530     MOVE SPACES TO STATEMENT-RPT-RECORD.
007540     STRING "OUT OF BALANCE.....: " WS-RPT-SOURCES
007550         DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
007560     WRITE STATEMENT-RPT-RECORD.
007570 6000-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------*
007610* 8000-TERMINATE - CLOSE UP.
007620*-----------------------------------------------------------*
007630 8000-TERMINATE.
007640     IF PERIOD-FILE-IS-OPEN
007650         CLOSE PERIOD-TO-DATE-FILE
007660     END-IF.
007670     CLOSE STATEMENT-RPT-FILE.
007680 8000-EXIT.
007690     EXIT.
007700
007710*-----------------------------------------------------------*
007720* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
007730* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
007740*-----------------------------------------------------------*
007750 9700-LOG-OPS-EVENT.
007760     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
007770         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
007780         OL-RETURN-CODE.
007790 9700-EXIT.
007800     EXIT.

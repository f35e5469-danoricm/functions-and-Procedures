000272*                    SAYS THE MERGED RECONCILIATION IS IN
000273*                    FORCE.  A SINGLE-STREAM NIGHT (NO MRGCTL
000274*                    OR A DIFFERENT RUN-ID) IS UNCHANGED.
000275*  2026-10-15  DM    REVERSAL OFFSETS PROVED.  EVERY APPLIED
000276*                    "REVERSAL SOURCE" LINE ON SUMRPT IS
000277*                    CHECKED AGAINST THE REVERSAL GROUP ON THAT
000278*                    SOURCE'S RESD FILE: THE NEGATED DETAIL
000279*                    LINES ARE RE-COUNTED AND RE-SUMMED AND
000280*                    PROVED AGAINST BOTH THE SUMRPT FIGURES AND
000281*                    THE GROUP'S OWN TRAILER, AND THE REVERSAL
000282*                    TOTALS AGAINST THE SUM OF THE LINES.  A
000283*                    MISSING GROUP IS OUT OF BALANCE.  THE
000284*                    SUMRPT FD IS WIDENED TO THE FULL 100.
000285*  2026-10-15  DM    MFAUDIT LINES NOW END WITH A RUN-LEVEL
000286*                    SEQUENCE NUMBER AND A CHECK VALUE
000287*                    CHAINED FROM THE LINE BEFORE (RECORD
000288*                    WIDENED TO 169).  WHILE THE LOG IS READ
000289*                    FOR THE MFAUDIT CONTROL EVERY LINE IS
000290*                    ALSO PROVED AGAINST THE ONE BEFORE IT
000291*                    (SHARED AUDCHAIN SUBPROGRAM), AND A NEW
000292*                    "MFAUDIT CHAIN BREAKS" CONTROL MUST SHOW
000293*                    NONE - A BREAK ANYWHERE IN THE LOG IS A
000294*                    CONTROL FAILURE THAT HOLDS THE RUN, EVEN
000295*                    WHEN SUMRPT COULD NOT BE READ.
000296*  2026-10-15  DM    CONTROL LABEL WIDENED TO 35 SO THE
000297*                    REVERSAL TRAILER COUNT LABEL PRINTS WHOLE.
000298*-----------------------------------------------------------*
000299 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000301 SOURCE-COMPUTER.   IBM-370.
000302 OBJECT-COMPUTER.   IBM-370.
000303
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RUN-CTL-FILE
000580     SELECT BALANCE-RPT-FILE
000590         ASSIGN TO "BALRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000601
000602     SELECT DIST-IN-FILE
000603         ASSIGN TO DYNAMIC WS-DIST-FILE-NAME
000604         ORGANIZATION IS LINE SEQUENTIAL
000605         FILE STATUS IS WS-DISTIN-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000860 01  AUDIT-LOG-RECORD.
000870     05  FILLER              PIC X(06).
000880     05  AU-RUN-ID           PIC X(08).
000890     05  FILLER              PIC X(155).
000900
000910 FD  SUMMARY-RPT-FILE.
000920 01  SUMMARY-RPT-RECORD.
000930     05  SR-LABEL            PIC X(21).
000940     05  SR-VALUE            PIC X(39).
000945     05  SR-REST             PIC X(40).
000950
000960 FD  BALANCE-RPT-FILE.
000970 01  BALANCE-RPT-RECORD      PIC X(100).
000971
000972 FD  DIST-IN-FILE.
000973 01  DIST-IN-RECORD.
000974     05  DI-RECORD-TYPE      PIC X(01).
000975     05  DI-RECORD-BODY      PIC X(23).
000976     05  DI-HEADER-BODY      REDEFINES DI-RECORD-BODY.
000977         10  DI-HDR-SOURCE-ID    PIC X(03).
000978         10  DI-HDR-RUN-ID       PIC X(08).
000979         10  DI-HDR-GROUP-TYPE   PIC X(01).
000980             88  DI-HDR-REVERSAL         VALUE "R".
000981         10  DI-HDR-REV-BATCH-ID PIC X(08).
000982         10  FILLER              PIC X(03).
000983     05  DI-DETAIL-BODY      REDEFINES DI-RECORD-BODY.
000984         10  DI-PARAM            PIC S9(09)
000985                             SIGN LEADING SEPARATE CHARACTER.
000986         10  DI-SEP1             PIC X(02).
000987         10  DI-RESULT           PIC S9(09)
000988                             SIGN LEADING SEPARATE CHARACTER.
000989         10  FILLER              PIC X(01).
000990     05  DI-TRAILER-BODY     REDEFINES DI-RECORD-BODY.
000991         10  DI-TRL-RECORD-COUNT PIC 9(08).
000992         10  DI-TRL-SEP1         PIC X(01).
000993         10  DI-TRL-HASH-TOTAL   PIC S9(13)
000994                             SIGN LEADING SEPARATE CHARACTER.
000996
000998 WORKING-STORAGE SECTION.
001000 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
001005 77  WS-MRGCTL-STATUS        PIC X(02)   VALUE "00".
001010 77  WS-RESOUT-STATUS        PIC X(02)   VALUE "00".
001020 77  WS-REJOUT-STATUS        PIC X(02)   VALUE "00".
001030 77  WS-AUDIT-STATUS         PIC X(02)   VALUE "00".
001040 77  WS-SUMRPT-STATUS        PIC X(02)   VALUE "00".
001045 77  WS-DISTIN-STATUS        PIC X(02)   VALUE "00".
001050
001060 77  WS-RUN-ID               PIC X(08)   VALUE SPACES.
001061
001150 77  WS-ACT-REJOUT-COUNT     PIC 9(08)   COMP VALUE 0.
001160 77  WS-ACT-R002-COUNT       PIC 9(08)   COMP VALUE 0.
001170 77  WS-ACT-AUDIT-COUNT      PIC 9(08)   COMP VALUE 0.
001171 77  WS-ACT-CHAIN-LINES      PIC 9(08)   COMP VALUE 0.
001172 77  WS-ACT-CHAIN-BREAKS     PIC 9(08)   COMP VALUE 0.
001173 77  WS-FIRST-BREAK-LINE     PIC 9(08)   COMP VALUE 0.
001174 77  WS-CHAIN-CHECK          PIC 9(09)   VALUE 0.
001175 77  WS-CHAIN-SEQ            PIC 9(08)   VALUE 0.
001180 77  WS-ACT-RESULT-MIN       PIC S9(09)  COMP VALUE 0.
001190 77  WS-ACT-RESULT-MAX       PIC S9(09)  COMP VALUE 0.
001200 77  WS-ACT-RESULT-SUM       PIC S9(13)  COMP VALUE 0.
001414     88  SUM-CALLS-FOUND                 VALUE "Y".
001420 77  WS-SUMRPT-READ-SW       PIC X(01)   VALUE "N".
001430     88  SUMRPT-WAS-READ                 VALUE "Y".
001432 77  WS-SUM-REVL-FOUND-SW    PIC X(01)   VALUE "N".
001434     88  SUM-REV-LINES-FOUND             VALUE "Y".
001436 77  WS-SUM-REVH-FOUND-SW    PIC X(01)   VALUE "N".
001438     88  SUM-REV-HASH-FOUND              VALUE "Y".
001440
001450 77  WS-OUT-OF-BALANCE-SW    PIC X(01)   VALUE "N".
001460     88  RUN-IS-OUT-OF-BALANCE           VALUE "Y".
001470
001480 77  WS-CTL-REPORT           PIC S9(13)  COMP VALUE 0.
001481 77  WS-CTL-ACTUAL           PIC S9(13)  COMP VALUE 0.
001482 77  WS-CTL-LABEL            PIC X(35)   VALUE SPACES.
001483
001484 01  WS-VL-REPORT-EDIT       PIC -Z(12)9.
001485 01  WS-VL-ACTUAL-EDIT       PIC -Z(12)9.
001486 01  WS-VL-VERDICT           PIC X(14).
001487
001488*    THE FIXED COLUMNS OF A SUMRPT "REVERSAL SOURCE" LINE AS
001489*    FunctionExample'S 9160-WRITE-ONE-REVERSAL-LINE STRINGS IT.
001490 01  WS-REVERSAL-LINE.
001491     05  WV-TAG              PIC X(16).
001492     05  WV-SOURCE-ID        PIC X(03).
001493     05  FILLER              PIC X(07).
001494     05  WV-BATCH-ID         PIC X(08).
001495     05  FILLER              PIC X(07).
001496     05  WV-LINES            PIC X(08).
001497     05  FILLER              PIC X(06).
001498     05  WV-HASH             PIC X(14).
001499     05  FILLER              PIC X(01).
001500     05  WV-VERDICT          PIC X(17).
001501     05  FILLER              PIC X(05).
001502     05  WV-RUN-ID           PIC X(08).
001503
001504*    EVERY APPLIED REVERSAL ON SUMRPT WITH ITS PRINTED FIGURES,
001505*    AND WHAT ITS GROUP ON THE RESD FILE ACTUALLY HOLDS.
001506 77  WS-REV-COUNT            PIC 9(03)   COMP VALUE 0.
001507 77  WS-REV-SUB              PIC 9(03)   COMP VALUE 0.
001508 77  WS-SUM-REV-LINES        PIC S9(13)  COMP VALUE 0.
001509 77  WS-SUM-REV-HASH         PIC S9(13)  COMP VALUE 0.
001510 77  WS-ACT-REV-LINES-TOTAL  PIC S9(13)  COMP VALUE 0.
001511 77  WS-ACT-REV-HASH-TOTAL   PIC S9(13)  COMP VALUE 0.
001512 77  WS-GRP-LINES            PIC S9(13)  COMP VALUE 0.
001513 77  WS-GRP-HASH             PIC S9(13)  COMP VALUE 0.
001514 77  WS-GRP-TRL-COUNT        PIC S9(13)  COMP VALUE 0.
001515 77  WS-GRP-TRL-HASH         PIC S9(13)  COMP VALUE 0.
001516 77  WS-GROUP-STATE-SW       PIC X(01)   VALUE "N".
001517     88  GROUP-NOT-FOUND-YET             VALUE "N".
001518     88  GROUP-IN-PROGRESS               VALUE "I".
001519     88  GROUP-ENDED                     VALUE "E".
001520 77  WS-GRP-TRAILER-SW       PIC X(01)   VALUE "N".
001521     88  GROUP-TRAILER-FOUND             VALUE "Y".
001522 01  WS-REV-TABLE.
001523     05  WS-REV-ENTRY        OCCURS 80 TIMES.
001524         10  BX-SOURCE-ID        PIC X(03).
001525         10  BX-BATCH-ID         PIC X(08).
001526         10  BX-RPT-LINES        PIC S9(13)  COMP.
001527         10  BX-RPT-HASH         PIC S9(13)  COMP.
001528
001529 01  WS-DIST-FILE-NAME.
001530     05  WS-DIST-PREFIX      PIC X(04)   VALUE "RESD".
001531     05  WS-DIST-SOURCE-ID   PIC X(03)   VALUE SPACES.
001532
001533 01  WS-REV-CTL-PREFIX.
001534     05  FILLER              PIC X(09)   VALUE "REVERSAL ".
001535     05  WS-RCP-SOURCE-ID    PIC X(03).
001536     05  FILLER              PIC X(01)   VALUE SPACE.
001537     05  WS-RCP-BATCH-ID     PIC X(08).
001538
001539 01  WS-RPT-LINE-NO          PIC ZZZZZZZ9.
001540
001541     COPY ACCALL.
001542
001544     COPY OPCALL.
001550
002990* 4000-COUNT-AUDIT-LINES - COUNT THE MFAUDIT TRACE LINES THAT
003000* CARRY THIS RUN'S RUN-ID.  THE RUN-ID SITS IN FIXED COLUMNS
003010* BECAUSE MYFUNCTION STRINGS THE LINE FROM FIXED-WIDTH FIELDS.
003011* EVERY LINE, WHOEVER'S IT IS, IS ALSO PROVED AGAINST THE ONE
003012* BEFORE IT - THE CHAIN RUNS THROUGH THE WHOLE LOG FROM ZERO.
003020*-----------------------------------------------------------*
003030 4000-COUNT-AUDIT-LINES.
003040     MOVE "N" TO WS-EOF-SWITCH.
003260             GO TO 4010-EXIT
003270     END-READ.
003280
003281     PERFORM 4030-PROVE-ONE-LINK
003282         THRU 4030-EXIT.
003283
003290     MOVE "N" TO WS-LINE-MATCH-SWITCH.
003291     IF AU-RUN-ID = WS-RUN-ID
003292         SET THIS-LINE-IS-OURS TO TRUE
003341     END-IF.
003342 4020-EXIT.
003343     EXIT.
003344
003345*-----------------------------------------------------------*
003346* 4030-PROVE-ONE-LINK - THE LINE IN HAND AGAINST THE ONE
003347* BEFORE IT.  THE STORED VALUES CARRY FORWARD SO ONE BAD LINE
003348* COUNTS AS ONE BREAK.  A LINE THAT PREDATES THE CHAIN (AHEAD
003349* OF THE FIRST CHAINED LINE) IS NOT A BREAK.
003350*-----------------------------------------------------------*
003351 4030-PROVE-ONE-LINK.
003352     ADD 1 TO WS-ACT-CHAIN-LINES.
003353     MOVE AUDIT-LOG-RECORD TO AC-AUDIT-LINE.
003354     SET AC-REQ-VERIFY TO TRUE.
003355     MOVE WS-CHAIN-CHECK TO AC-PRIOR-CHECK.
003356     MOVE WS-CHAIN-SEQ   TO AC-PRIOR-SEQ.
003357     CALL 'AUDCHAIN' USING AC-REQUEST-CODE AC-AUDIT-LINE
003358         AC-PRIOR-CHECK AC-PRIOR-SEQ AC-LINE-SEQ AC-CHECK-VALUE
003359         AC-LINK-STATUS.
003361     MOVE AC-CHECK-VALUE TO WS-CHAIN-CHECK.
003362     MOVE AC-LINE-SEQ    TO WS-CHAIN-SEQ.
003363
003364     IF AC-LINK-CHECK-BROKEN
003365       OR AC-LINK-SEQ-BROKEN
003366         ADD 1 TO WS-ACT-CHAIN-BREAKS
003367         IF WS-FIRST-BREAK-LINE = 0
003368             MOVE WS-ACT-CHAIN-LINES TO WS-FIRST-BREAK-LINE
003369         END-IF
003371     END-IF.
003372 4030-EXIT.
003373     EXIT.
003374
003375*-----------------------------------------------------------*
003376* 5000-READ-SUMMARY-FIGURES - PICK THE CONTROL TOTALS OFF THE
003377* SUMRPT LINES BY THEIR LABELS.  LINES THE BALANCER DOES NOT
003380* RECOGNIZE ARE PASSED OVER SO EXTRA REPORT LINES DO NOT
003390* DISTURB THE PROOF.
003400*-----------------------------------------------------------*
003934             COMPUTE WS-SUM-CALLS =
003936                 FUNCTION NUMVAL(SR-VALUE)
003938             SET SUM-CALLS-FOUND TO TRUE
003939         WHEN "REVERSAL LINES.....: "
003940             COMPUTE WS-SUM-REV-LINES =
003941                 FUNCTION NUMVAL(SR-VALUE)
003942             SET SUM-REV-LINES-FOUND TO TRUE
003943         WHEN "REVERSAL HASH TOTAL: "
003944             COMPUTE WS-SUM-REV-HASH =
003945                 FUNCTION NUMVAL(SR-VALUE)
003946             SET SUM-REV-HASH-FOUND TO TRUE
003947         WHEN OTHER
003950             PERFORM 5020-CAPTURE-ONE-REVERSAL
003955                 THRU 5020-EXIT
003960     END-EVALUATE.
003970 5010-EXIT.
003980     EXIT.
003981
003982*-----------------------------------------------------------*
003983* 5020-CAPTURE-ONE-REVERSAL - AN APPLIED "REVERSAL SOURCE" LINE
003984* IS KEPT WITH ITS PRINTED LINE COUNT AND HASH FOR 6200.  A
003985* REFUSED REQUEST WROTE NOTHING TO ANY RESD FILE.
003986*-----------------------------------------------------------*
003987 5020-CAPTURE-ONE-REVERSAL.
003988     MOVE SUMMARY-RPT-RECORD TO WS-REVERSAL-LINE.
003989     IF WV-TAG NOT = "REVERSAL SOURCE "
003990       OR WV-VERDICT NOT = "APPLIED"
003991         GO TO 5020-EXIT
003992     END-IF.
003993     IF WS-REV-COUNT >= 80
003994         GO TO 5020-EXIT
003995     END-IF.
003996     ADD 1 TO WS-REV-COUNT.
003997     MOVE WV-SOURCE-ID TO BX-SOURCE-ID (WS-REV-COUNT).
003998     MOVE WV-BATCH-ID  TO BX-BATCH-ID (WS-REV-COUNT).
003999     COMPUTE BX-RPT-LINES (WS-REV-COUNT) =
004000         FUNCTION NUMVAL(WV-LINES).
004001     COMPUTE BX-RPT-HASH (WS-REV-COUNT) =
004002         FUNCTION NUMVAL(WV-HASH).
004003 5020-EXIT.
004004     EXIT.
004006
004008*-----------------------------------------------------------*
004010* 6000-WRITE-BALANCE-REPORT - ONE VERDICT LINE PER CONTROL
004020* TOTAL, THEN THE OVERALL SIGN-OFF LINE.
004030*-----------------------------------------------------------*
004136             DELIMITED BY SIZE INTO BALANCE-RPT-RECORD
004137         WRITE BALANCE-RPT-RECORD
004138     END-IF.
004139
004141     MOVE "MFAUDIT CHAIN BREAKS"  TO WS-CTL-LABEL.
004142     MOVE 0                      TO WS-CTL-REPORT.
004143     MOVE WS-ACT-CHAIN-BREAKS    TO WS-CTL-ACTUAL.
004144     PERFORM 6100-PROVE-ONE-CONTROL
004145         THRU 6100-EXIT.
004146     IF WS-ACT-CHAIN-BREAKS > 0
004147         MOVE WS-FIRST-BREAK-LINE TO WS-RPT-LINE-NO
004148         MOVE SPACES TO BALANCE-RPT-RECORD
004149         STRING "CONTROL FAILURE - MFAUDIT CHAIN BROKEN, "
004151                "FIRST AT LINE " WS-RPT-LINE-NO
004152             DELIMITED BY SIZE INTO BALANCE-RPT-RECORD
004153         WRITE BALANCE-RPT-RECORD
004154     END-IF.
004155
004157     IF NOT SUMRPT-WAS-READ
004160         MOVE SPACES TO BALANCE-RPT-RECORD
004170         STRING "SUMRPT COULD NOT BE OPENED - "
004180                "EVERY CONTROL IS OUT OF BALANCE"
004860     MOVE WS-ACT-AUDIT-COUNT     TO WS-CTL-ACTUAL.
004870     PERFORM 6100-PROVE-ONE-CONTROL
004880         THRU 6100-EXIT.
004881
004882     PERFORM 6200-PROVE-REVERSALS
004883         THRU 6200-EXIT.
004890
004900 6000-WRAP-UP.
004910     MOVE SPACES TO BALANCE-RPT-RECORD.
005250     WRITE BALANCE-RPT-RECORD.
005260 6100-EXIT.
005270     EXIT.
005271
005272*-----------------------------------------------------------*
005273* 6200-PROVE-REVERSALS - EACH APPLIED REVERSAL AGAINST ITS
005274* OFFSET GROUP ON THE SOURCE'S RESD FILE, THEN THE PRINTED
005275* REVERSAL TOTALS AGAINST THE GROUPS FOUND.  A NIGHT WITH NO
005276* REVERSALS PRINTS NOTHING HERE.
005277*-----------------------------------------------------------*
005278 6200-PROVE-REVERSALS.
005279     IF WS-REV-COUNT = 0
005280       AND NOT SUM-REV-LINES-FOUND
005281         GO TO 6200-EXIT
005282     END-IF.
005283
005284     PERFORM 6210-PROVE-ONE-REVERSAL
005285         THRU 6210-EXIT
005286         VARYING WS-REV-SUB FROM 1 BY 1
005287         UNTIL WS-REV-SUB > WS-REV-COUNT.
005288
005289     MOVE "REVERSAL LINES VS RESD GROUPS" TO WS-CTL-LABEL.
005290     MOVE WS-SUM-REV-LINES       TO WS-CTL-REPORT.
005291     MOVE WS-ACT-REV-LINES-TOTAL TO WS-CTL-ACTUAL.
005292     PERFORM 6100-PROVE-ONE-CONTROL
005293         THRU 6100-EXIT.
005294
005295     MOVE "REVERSAL HASH VS RESD GROUPS" TO WS-CTL-LABEL.
005296     MOVE WS-SUM-REV-HASH        TO WS-CTL-REPORT.
005297     MOVE WS-ACT-REV-HASH-TOTAL  TO WS-CTL-ACTUAL.
005298     PERFORM 6100-PROVE-ONE-CONTROL
005299         THRU 6100-EXIT.
005300 6200-EXIT.
005301     EXIT.
005302
005303*-----------------------------------------------------------*
005304* 6210-PROVE-ONE-REVERSAL - FIND THE "R" GROUP FOR THE BATCH ON
005305* RESD<SOURCE>, RE-COUNT AND RE-SUM ITS DETAIL LINES, AND PROVE
005306* THEM AGAINST THE SUMRPT LINE AND AGAINST THE GROUP TRAILER.
005307*-----------------------------------------------------------*
005308 6210-PROVE-ONE-REVERSAL.
005309     MOVE BX-SOURCE-ID (WS-REV-SUB) TO WS-DIST-SOURCE-ID.
005310     MOVE BX-SOURCE-ID (WS-REV-SUB) TO WS-RCP-SOURCE-ID.
005311     MOVE BX-BATCH-ID (WS-REV-SUB)  TO WS-RCP-BATCH-ID.
005312     MOVE 0 TO WS-GRP-LINES.
005313     MOVE 0 TO WS-GRP-HASH.
005314     MOVE 0 TO WS-GRP-TRL-COUNT.
005315     MOVE 0 TO WS-GRP-TRL-HASH.
005316     MOVE "N" TO WS-GROUP-STATE-SW.
005317     MOVE "N" TO WS-GRP-TRAILER-SW.
005318     MOVE "N" TO WS-EOF-SWITCH.
005319
005320     OPEN INPUT DIST-IN-FILE.
005321     IF WS-DISTIN-STATUS = "00"
005322         PERFORM 6220-READ-ONE-DIST-LINE
005323             THRU 6220-EXIT
005324             UNTIL END-OF-CURRENT-FILE
005325         CLOSE DIST-IN-FILE
005326     END-IF.
005327
005328     IF GROUP-NOT-FOUND-YET
005329         MOVE SPACES TO BALANCE-RPT-RECORD
005330         STRING WS-REV-CTL-PREFIX
005331                " - NO OFFSET GROUP ON RESD"
005332                WS-DIST-SOURCE-ID
005333                " - OUT OF BALANCE"
005334             DELIMITED BY SIZE INTO BALANCE-RPT-RECORD
005335         WRITE BALANCE-RPT-RECORD
005336         SET RUN-IS-OUT-OF-BALANCE TO TRUE
005337         GO TO 6210-EXIT
005338     END-IF.
005339     ADD WS-GRP-LINES TO WS-ACT-REV-LINES-TOTAL.
005340     ADD WS-GRP-HASH  TO WS-ACT-REV-HASH-TOTAL.
005341
005342     MOVE SPACES TO WS-CTL-LABEL.
005343     STRING WS-REV-CTL-PREFIX " LINES"
005344         DELIMITED BY SIZE INTO WS-CTL-LABEL.
005345     MOVE BX-RPT-LINES (WS-REV-SUB) TO WS-CTL-REPORT.
005346     MOVE WS-GRP-LINES              TO WS-CTL-ACTUAL.
005347     PERFORM 6100-PROVE-ONE-CONTROL
005348         THRU 6100-EXIT.
005349
005350     MOVE SPACES TO WS-CTL-LABEL.
005351     STRING WS-REV-CTL-PREFIX " HASH"
005352         DELIMITED BY SIZE INTO WS-CTL-LABEL.
005353     MOVE BX-RPT-HASH (WS-REV-SUB)  TO WS-CTL-REPORT.
005354     MOVE WS-GRP-HASH               TO WS-CTL-ACTUAL.
005355     PERFORM 6100-PROVE-ONE-CONTROL
005356         THRU 6100-EXIT.
005357
005358     IF NOT GROUP-TRAILER-FOUND
005359         MOVE SPACES TO BALANCE-RPT-RECORD
005360         STRING WS-REV-CTL-PREFIX
005361                " - GROUP HAS NO TRAILER - OUT OF BALANCE"
005362             DELIMITED BY SIZE INTO BALANCE-RPT-RECORD
005363         WRITE BALANCE-RPT-RECORD
005364         SET RUN-IS-OUT-OF-BALANCE TO TRUE
005365         GO TO 6210-EXIT
005366     END-IF.
005367
005368     MOVE SPACES TO WS-CTL-LABEL.
005369     STRING WS-REV-CTL-PREFIX " TRAILER COUNT"
005370         DELIMITED BY SIZE INTO WS-CTL-LABEL.
005371     MOVE WS-GRP-TRL-COUNT          TO WS-CTL-REPORT.
005372     MOVE WS-GRP-LINES              TO WS-CTL-ACTUAL.
005373     PERFORM 6100-PROVE-ONE-CONTROL
005374         THRU 6100-EXIT.
005375
005376     MOVE SPACES TO WS-CTL-LABEL.
005377     STRING WS-REV-CTL-PREFIX " TRAILER HASH"
005378         DELIMITED BY SIZE INTO WS-CTL-LABEL.
005379     MOVE WS-GRP-TRL-HASH           TO WS-CTL-REPORT.
005380     MOVE WS-GRP-HASH               TO WS-CTL-ACTUAL.
005381     PERFORM 6100-PROVE-ONE-CONTROL
005382         THRU 6100-EXIT.
005383 6210-EXIT.
005384     EXIT.
005385
005386*-----------------------------------------------------------*
005387* 6220-READ-ONE-DIST-LINE - ONE RESD LINE.  AN "R" HEADER FOR
005388* THE BATCH OPENS THE GROUP; ITS DETAILS ARE COUNTED AND
005389* SUMMED; ITS TRAILER (OR ANY LATER HEADER) CLOSES IT AND
005390* ENDS THE SCAN.
005391*-----------------------------------------------------------*
005392 6220-READ-ONE-DIST-LINE.
005393     READ DIST-IN-FILE
005394         AT END
005395             SET END-OF-CURRENT-FILE TO TRUE
005396             GO TO 6220-EXIT
005397     END-READ.
005398
005399     IF GROUP-NOT-FOUND-YET
005400         IF DI-RECORD-TYPE = "H"
005401           AND DI-HDR-REVERSAL
005402           AND DI-HDR-REV-BATCH-ID = BX-BATCH-ID (WS-REV-SUB)
005403             SET GROUP-IN-PROGRESS TO TRUE
005404         END-IF
005405         GO TO 6220-EXIT
005406     END-IF.
005407
005408     EVALUATE DI-RECORD-TYPE
005409         WHEN "D"
005410             ADD 1 TO WS-GRP-LINES
005411             ADD DI-RESULT TO WS-GRP-HASH
005412         WHEN "T"
005413             MOVE DI-TRL-RECORD-COUNT TO WS-GRP-TRL-COUNT
005414             MOVE DI-TRL-HASH-TOTAL   TO WS-GRP-TRL-HASH
005415             SET GROUP-TRAILER-FOUND TO TRUE
005416             SET GROUP-ENDED TO TRUE
005417             SET END-OF-CURRENT-FILE TO TRUE
005418         WHEN OTHER
005419             SET GROUP-ENDED TO TRUE
005420             SET END-OF-CURRENT-FILE TO TRUE
005421     END-EVALUATE.
005422 6220-EXIT.
005423     EXIT.
005424
005425*-----------------------------------------------------------*
005426* 8000-TERMINATE - CLOSE THE BALANCE REPORT.
005427*-----------------------------------------------------------*
005428 8000-TERMINATE.
005429     CLOSE BALANCE-RPT-FILE.
005430 8000-EXIT.
005431     EXIT.
005432
005433*-----------------------------------------------------------*
005434* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
005435* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
005436*-----------------------------------------------------------*
005437 9700-LOG-OPS-EVENT.
005438     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
005439         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
005440         OL-RETURN-CODE.
005450 9700-EXIT.
005460     EXIT.

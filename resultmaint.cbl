000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    ResultMaint.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  RETENTION FOR THE
000130*                    KEYED RESULT HISTORY (RESHIST), WORKED
000140*                    ON WHOLE BATCHES THE WAY AuditMaint
000150*                    WORKS ON MFAUDIT.  A BATCH WHOSE LATEST
000160*                    POSTING IS OLDER THAN THE DAYS CARDED ON
000170*                    RHMCTL IS COPIED, EVERY LINE OF IT, TO A
000180*                    NUMBERED, DATED GENERATION FILE
000190*                    (RESHGNNNN, CATALOGUED ON RHGCAT) AND
000200*                    DELETED FROM RESHIST - NEVER PART OF A
000210*                    BATCH.  THE NUMBER OF GENERATIONS CARDED
000220*                    ON RHMCTL ARE KEPT AND THE OLDEST BEYOND
000230*                    THAT ARE CUT BACK TO EMPTY AND DROPPED
000240*                    FROM THE CATALOG.  ResultInq SEARCHES
000250*                    THE CATALOGUED GENERATIONS AS WELL AS
000260*                    RESHIST.  THE BATCH STAYS ON BATCHREG,
000270*                    SO A PURGED BATCH IS STILL A DUPLICATE,
000280*                    AND A REVERSAL OF IT IS REFUSED AS
000290*                    HAVING NO HISTORY.  EVERY ACTION GOES ON
000300*                    THE RHMRPT DIGEST.
000301*  2026-10-15  DM    A FULL CATALOG IS CUT BACK UNDER
000302*                    RETENTION BEFORE ANY BATCH IS TOUCHED;
000303*                    ONE THAT STILL HAS NO ROOM CUTS NOTHING,
000304*                    PURGES NOTHING AND ENDS AT RC 8.
000305*  2026-10-15  DM    A LINE LEAVES RESHIST ONLY ONCE ITS COPY
000306*                    IS ON THE GENERATION; A GENERATION THAT
000307*                    WILL NOT OPEN OR WRITE STOPS AT RC 8, AS
000308*                    DOES A LINE THAT WILL NOT DELETE.  THE RC
000309*                    IS HELD ACROSS THE OPSLOGGER END CALL.
000310*-----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HIST-CTL-FILE
000400         ASSIGN TO "RHMCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RHMCTL-STATUS.
000430
000440     SELECT RESULT-HIST-FILE
000450         ASSIGN TO "RESHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RHF-HIST-KEY
000490         FILE STATUS IS WS-RESHIST-STATUS.
000500
000510     SELECT GENERATION-FILE
000520         ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS IS WS-GENFILE-STATUS.
000540
000550     SELECT HIST-CAT-FILE
000560         ASSIGN TO "RHGCAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RHGCAT-STATUS.
000590
000600     SELECT DIGEST-RPT-FILE
000610         ASSIGN TO "RHMRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  HIST-CTL-FILE.
000670 01  HIST-CTL-RECORD.
000680     05  HM-RETAIN-DAYS      PIC 9(04).
000690     05  HM-SEP1             PIC X(01).
000700     05  HM-RETAIN-GENS      PIC 9(03).
000710     05  FILLER              PIC X(12).
000720
000730 FD  RESULT-HIST-FILE.
000740 01  RESULT-HIST-FILE-RECORD.
000750     05  RHF-HIST-KEY        PIC X(19).
000760     05  FILLER              PIC X(48).
000770
000780 FD  GENERATION-FILE.
000790 01  GENERATION-RECORD       PIC X(67).
000800
000810 FD  HIST-CAT-FILE.
000820 01  HIST-CAT-RECORD.
000830     05  HC-GEN-NUMBER       PIC 9(04).
000840     05  HC-SEP1             PIC X(02).
000850     05  HC-CUT-DATE         PIC 9(08).
000860     05  HC-SEP2             PIC X(02).
000870     05  HC-BATCH-COUNT      PIC 9(08).
000880     05  HC-SEP3             PIC X(02).
000890     05  HC-LINE-COUNT       PIC 9(08).
000900
000910 FD  DIGEST-RPT-FILE.
000920 01  DIGEST-RPT-RECORD       PIC X(100).
000930
000940 WORKING-STORAGE SECTION.
000950 77  WS-RHMCTL-STATUS        PIC X(02)   VALUE "00".
000960 77  WS-RESHIST-STATUS       PIC X(02)   VALUE "00".
000970 77  WS-RHGCAT-STATUS        PIC X(02)   VALUE "00".
000975 77  WS-GENFILE-STATUS       PIC X(02)   VALUE "00".
000976 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
000980
000990 77  WS-HIST-EOF-SWITCH      PIC X(01)   VALUE "N".
001000     88  END-OF-HISTORY                  VALUE "Y".
001010 77  WS-CAT-EOF-SWITCH       PIC X(01)   VALUE "N".
001020     88  END-OF-CATALOG                  VALUE "Y".
001030 77  WS-BATCH-END-SWITCH     PIC X(01)   VALUE "N".
001040     88  END-OF-PURGED-BATCH             VALUE "Y".
001050
001060 77  WS-HISTORY-OPEN-SW      PIC X(01)   VALUE "N".
001070     88  HISTORY-IS-OPEN                 VALUE "Y".
001080 77  WS-CAT-FULL-SWITCH      PIC X(01)   VALUE "N".
001090     88  CATALOG-TABLE-FULL              VALUE "Y".
001100 77  WS-PURGE-FULL-SWITCH    PIC X(01)   VALUE "N".
001110     88  PURGE-TABLE-FULL                VALUE "Y".
001120 77  WS-ARCHIVED-SWITCH      PIC X(01)   VALUE "N".
001130     88  A-GENERATION-WAS-CUT            VALUE "Y".
001131 77  WS-ARCHIVE-FAIL-SW      PIC X(01)   VALUE "N".
001132     88  ARCHIVE-FAILED                  VALUE "Y".
001133 77  WS-RETAIN-HALT-SW       PIC X(01)   VALUE "N".
001134     88  RETENTION-HALTED                VALUE "Y".
001140
001150 77  WS-RETAIN-DAYS          PIC 9(04)   COMP VALUE 400.
001160 77  WS-RETAIN-GENS          PIC 9(03)   COMP VALUE 12.
001170 77  WS-CUT-DATE             PIC 9(08)   VALUE 0.
001180 77  WS-CUTOFF-DATE          PIC 9(08)   VALUE 0.
001190 77  WS-NEXT-GEN-NUMBER      PIC 9(04)   COMP VALUE 1.
001200
001210 77  WS-BATCHES-EXAMINED     PIC 9(08)   COMP VALUE 0.
001220 77  WS-BATCHES-KEPT         PIC 9(08)   COMP VALUE 0.
001230 77  WS-LINES-EXAMINED       PIC 9(08)   COMP VALUE 0.
001240 77  WS-LINES-ARCHIVED       PIC 9(08)   COMP VALUE 0.
001250 77  WS-BATCH-LINES          PIC 9(08)   COMP VALUE 0.
001255 77  WS-DELETE-ERRORS        PIC 9(08)   COMP VALUE 0.
001260
001270 77  WS-CAT-COUNT            PIC 9(03)   COMP VALUE 0.
001280 77  WS-CAT-SUB              PIC 9(03)   COMP VALUE 0.
001290 77  WS-PURGE-COUNT          PIC 9(03)   COMP VALUE 0.
001300 77  WS-PURGE-SUB            PIC 9(03)   COMP VALUE 0.
001310
001320*    THE BATCH BEING TOTALLED ON THE FIRST PASS.
001330 01  WS-CURRENT-BATCH.
001340     05  CB-SOURCE-ID        PIC X(03)   VALUE SPACES.
001350     05  CB-BATCH-ID         PIC X(08)   VALUE SPACES.
001360     05  CB-LINE-COUNT       PIC 9(08)   COMP VALUE 0.
001370     05  CB-LATEST-DATE      PIC 9(08)   VALUE 0.
001380
001390 01  WS-GEN-FILE-NAME.
001400     05  WS-GFN-PREFIX       PIC X(05)   VALUE "RESHG".
001410     05  WS-GFN-NUMBER       PIC 9(04)   VALUE 0.
001420
001430 01  WS-CATALOG-TABLE.
001440     05  WS-CATALOG-ENTRY    OCCURS 100 TIMES.
001450         10  CAT-GEN-NUMBER      PIC 9(04)   COMP.
001460         10  CAT-CUT-DATE        PIC 9(08).
001470         10  CAT-BATCH-COUNT     PIC 9(08)   COMP.
001480         10  CAT-LINE-COUNT      PIC 9(08)   COMP.
001490
001500*    THE BATCHES PAST RETENTION, FOUND ON THE FIRST PASS AND
001510*    ARCHIVED AND DELETED ON THE SECOND.  A NIGHT WITH MORE
001520*    THAN 500 LEAVES THE REST FOR THE NEXT RUN.
001530 01  WS-PURGE-TABLE.
001540     05  WS-PURGE-ENTRY      OCCURS 500 TIMES.
001550         10  PB-SOURCE-ID        PIC X(03).
001560         10  PB-BATCH-ID         PIC X(08).
001570         10  PB-LATEST-DATE      PIC 9(08).
001580
001590 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
001600 01  WS-RPT-COUNT2           PIC ZZZZZZZ9.
001610 01  WS-RPT-GEN-NUMBER       PIC ZZZ9.
001620 01  WS-RPT-RETAIN           PIC ZZZ9.
001630
001640     COPY RESHIST.
001650
001660     COPY OPCALL.
001670
001680 PROCEDURE DIVISION.
001690*-----------------------------------------------------------*
001700* 0000-MAINLINE - FIND THE BATCHES PAST RETENTION, CUT THEM
001710* TO A GENERATION AND OFF RESHIST, APPLY THE GENERATION
001720* RETENTION AND REWRITE THE CATALOG.  A CATALOG TOO FULL TO
001721* TAKE THE NEW GENERATION LEAVES RESHIST, THE GENERATIONS AND
001722* RHGCAT AS THEY WERE.
001730*-----------------------------------------------------------*
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-EXIT.
001770
001780     PERFORM 2000-FIND-EXPIRED-BATCHES
001790         THRU 2000-EXIT.
001800
001810     PERFORM 3000-ARCHIVE-EXPIRED-BATCHES
001820         THRU 3000-EXIT.
001830
001840     IF NOT CATALOG-TABLE-FULL
001850         PERFORM 4000-APPLY-RETENTION
001860             THRU 4000-EXIT
001870         PERFORM 5000-REWRITE-CATALOG
001880             THRU 5000-EXIT
001885     END-IF.
001890
001900     PERFORM 6000-WRITE-TOTALS
001910         THRU 6000-EXIT.
001920
001930     PERFORM 8000-TERMINATE
001940         THRU 8000-EXIT.
001950
001955     MOVE WS-JOB-RC TO RETURN-CODE.
001960     SET OL-EVENT-END TO TRUE.
001970     MOVE "RESULT HISTORY PURGE COMPLETE" TO OL-EVENT-TEXT.
001980     MOVE WS-PURGE-COUNT    TO OL-COUNT-1.
001990     MOVE WS-LINES-ARCHIVED TO OL-COUNT-2.
002000     MOVE RETURN-CODE       TO OL-RETURN-CODE.
002010     PERFORM 9700-LOG-OPS-EVENT
002020         THRU 9700-EXIT.
002025     MOVE WS-JOB-RC TO RETURN-CODE.
002030
002040     STOP RUN.
002050
002060*-----------------------------------------------------------*
002070* 1000-INITIALIZE - OPEN THE DIGEST, PICK UP THE CARDED
002080* RETENTION (A MISSING OR BAD RHMCTL LEAVES THE DEFAULTS OF
002090* 400 DAYS AND 12 GENERATIONS IN FORCE), WORK OUT THE CUTOFF
002100* DATE AND LOAD THE GENERATION CATALOG.
002110*-----------------------------------------------------------*
002120 1000-INITIALIZE.
002130     INITIALIZE WS-CATALOG-TABLE.
002140     INITIALIZE WS-PURGE-TABLE.
002150
002160     MOVE "RESULTMAINT" TO OL-PROGRAM-NAME.
002170     MOVE "RESMAINT"    TO OL-RUN-ID.
002180     SET OL-EVENT-START TO TRUE.
002190     MOVE "RESULT HISTORY PURGE" TO OL-EVENT-TEXT.
002200     MOVE 0 TO OL-COUNT-1.
002210     MOVE 0 TO OL-COUNT-2.
002220     MOVE 0 TO OL-RETURN-CODE.
002230     PERFORM 9700-LOG-OPS-EVENT
002240         THRU 9700-EXIT.
002250
002260     OPEN OUTPUT DIGEST-RPT-FILE.
002270     MOVE SPACES TO DIGEST-RPT-RECORD.
002280     STRING "RESULTMAINT - RESULT HISTORY RETENTION AND PURGE"
002290         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
002300     WRITE DIGEST-RPT-RECORD.
002310
002320     OPEN INPUT HIST-CTL-FILE.
002330     IF WS-RHMCTL-STATUS = "00"
002340         READ HIST-CTL-FILE
002350             AT END
002360                 CONTINUE
002370             NOT AT END
002380                 IF HM-RETAIN-DAYS IS NUMERIC
002390                   AND HM-RETAIN-DAYS > 0
002400                     MOVE HM-RETAIN-DAYS TO WS-RETAIN-DAYS
002410                 END-IF
002420                 IF HM-RETAIN-GENS IS NUMERIC
002430                   AND HM-RETAIN-GENS > 0
002440                     MOVE HM-RETAIN-GENS TO WS-RETAIN-GENS
002450                 END-IF
002460         END-READ
002470         CLOSE HIST-CTL-FILE
002480     END-IF.
002490
002500     IF WS-RETAIN-GENS > 99
002510         MOVE 99 TO WS-RETAIN-GENS
002520         MOVE SPACES TO DIGEST-RPT-RECORD
002530         STRING "CARDED RETENTION CAPPED AT 99 - THE CATALOG "
002540                "HOLDS AT MOST 100 GENERATIONS"
002550             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
002560         WRITE DIGEST-RPT-RECORD
002570     END-IF.
002580
002590     ACCEPT WS-CUT-DATE FROM DATE YYYYMMDD.
002600     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002610         (FUNCTION INTEGER-OF-DATE (WS-CUT-DATE)
002620          - WS-RETAIN-DAYS).
002630
002640     MOVE WS-RETAIN-DAYS TO WS-RPT-RETAIN.
002650     MOVE SPACES TO DIGEST-RPT-RECORD.
002660     STRING "BATCHES LAST POSTED BEFORE " WS-CUTOFF-DATE
002670            " (" WS-RPT-RETAIN " DAYS) ARE PURGED"
002680         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
002690     WRITE DIGEST-RPT-RECORD.
002700
002710     PERFORM 1100-LOAD-CATALOG
002720         THRU 1100-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750
002760*-----------------------------------------------------------*
002770* 1100-LOAD-CATALOG - READ RHGCAT INTO THE TABLE AND WORK OUT
002780* THE NEXT GENERATION NUMBER.  NO CATALOG MEANS NOTHING HAS
002790* BEEN PURGED YET AND WE START AT GENERATION 1.
002800*-----------------------------------------------------------*
002810 1100-LOAD-CATALOG.
002820     OPEN INPUT HIST-CAT-FILE.
002830     IF WS-RHGCAT-STATUS NOT = "00"
002840         GO TO 1100-EXIT
002850     END-IF.
002860
002870     PERFORM 1110-LOAD-ONE-CATALOG-ENTRY
002880         THRU 1110-EXIT
002890         UNTIL END-OF-CATALOG.
002900
002910     CLOSE HIST-CAT-FILE.
002920 1100-EXIT.
002930     EXIT.
002940
002950*-----------------------------------------------------------*
002960* 1110-LOAD-ONE-CATALOG-ENTRY - ONE CATALOGUED GENERATION.
002970*-----------------------------------------------------------*
002980 1110-LOAD-ONE-CATALOG-ENTRY.
002990     READ HIST-CAT-FILE
003000         AT END
003010             SET END-OF-CATALOG TO TRUE
003020             GO TO 1110-EXIT
003030     END-READ.
003040
003050     IF WS-CAT-COUNT >= 100
003060         SET CATALOG-TABLE-FULL TO TRUE
003065         MOVE 8 TO WS-JOB-RC
003070         GO TO 1110-EXIT
003080     END-IF.
003090
003100     ADD 1 TO WS-CAT-COUNT.
003110     MOVE HC-GEN-NUMBER  TO CAT-GEN-NUMBER (WS-CAT-COUNT).
003120     MOVE HC-CUT-DATE    TO CAT-CUT-DATE (WS-CAT-COUNT).
003130     MOVE HC-BATCH-COUNT TO CAT-BATCH-COUNT (WS-CAT-COUNT).
003140     MOVE HC-LINE-COUNT  TO CAT-LINE-COUNT (WS-CAT-COUNT).
003150     IF HC-GEN-NUMBER >= WS-NEXT-GEN-NUMBER
003160         COMPUTE WS-NEXT-GEN-NUMBER = HC-GEN-NUMBER + 1
003170     END-IF.
003180 1110-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------*
003220* 2000-FIND-EXPIRED-BATCHES - FIRST PASS, END TO END IN KEY
003230* ORDER.  THE LINES OF ONE BATCH ARE TOGETHER ON THE KEY, SO
003240* EACH BATCH IS JUDGED WHEN THE KEY MOVES ON TO THE NEXT - ON
003250* THE LATEST POSTING DATE OF ANY OF ITS LINES, SINCE A
003260* RESUBMISSION AFTER A REVERSAL REWRITES THE SAME KEYS.  A
003270* MISSING HISTORY MEANS NOTHING TO PURGE; ONE THAT WILL NOT
003280* OPEN ENDS THE JOB AT RC 8.
003290*-----------------------------------------------------------*
003300 2000-FIND-EXPIRED-BATCHES.
003310     OPEN I-O RESULT-HIST-FILE.
003320     IF WS-RESHIST-STATUS = "35"
003330         MOVE SPACES TO DIGEST-RPT-RECORD
003340         STRING "RESHIST NOT PRESENT - NOTHING TO PURGE"
003350             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
003360         WRITE DIGEST-RPT-RECORD
003370         GO TO 2000-EXIT
003380     END-IF.
003390     IF WS-RESHIST-STATUS NOT = "00"
003400         MOVE SPACES TO DIGEST-RPT-RECORD
003410         STRING "RESHIST WILL NOT OPEN - STATUS "
003420                WS-RESHIST-STATUS " - NOTHING PURGED"
003430             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
003440         WRITE DIGEST-RPT-RECORD
003450         MOVE 8 TO WS-JOB-RC
003460         GO TO 2000-EXIT
003470     END-IF.
003480     SET HISTORY-IS-OPEN TO TRUE.
003490
003500     PERFORM 2100-READ-ONE-HISTORY-LINE
003510         THRU 2100-EXIT
003520         UNTIL END-OF-HISTORY.
003530
003540     IF CB-LINE-COUNT > 0
003550         PERFORM 2200-JUDGE-ONE-BATCH
003560             THRU 2200-EXIT
003570     END-IF.
003580 2000-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------*
003620* 2100-READ-ONE-HISTORY-LINE - ONE LINE; A NEW SOURCE/BATCH
003630* CLOSES OFF THE ONE BEFORE IT.
003640*-----------------------------------------------------------*
003650 2100-READ-ONE-HISTORY-LINE.
003660     READ RESULT-HIST-FILE NEXT RECORD
003670         INTO RESULT-HIST-RECORD
003680         AT END
003690             SET END-OF-HISTORY TO TRUE
003700             GO TO 2100-EXIT
003710     END-READ.
003720     ADD 1 TO WS-LINES-EXAMINED.
003730
003740     IF RS-SOURCE-ID NOT = CB-SOURCE-ID
003750       OR RS-BATCH-ID NOT = CB-BATCH-ID
003760         IF CB-LINE-COUNT > 0
003770             PERFORM 2200-JUDGE-ONE-BATCH
003780                 THRU 2200-EXIT
003790         END-IF
003800         MOVE RS-SOURCE-ID TO CB-SOURCE-ID
003810         MOVE RS-BATCH-ID  TO CB-BATCH-ID
003820         MOVE 0            TO CB-LINE-COUNT
003830         MOVE 0            TO CB-LATEST-DATE
003840     END-IF.
003850
003860     ADD 1 TO CB-LINE-COUNT.
003870     IF RS-RUN-DATE IS NUMERIC
003880       AND RS-RUN-DATE > CB-LATEST-DATE
003890         MOVE RS-RUN-DATE TO CB-LATEST-DATE
003900     END-IF.
003910 2100-EXIT.
003920     EXIT.
003930
003940*-----------------------------------------------------------*
003950* 2200-JUDGE-ONE-BATCH - KEEP THE BATCH, OR PUT IT ON THE
003960* PURGE LIST WHEN ITS LATEST POSTING IS BEFORE THE CUTOFF.
003970*-----------------------------------------------------------*
003980 2200-JUDGE-ONE-BATCH.
003990     ADD 1 TO WS-BATCHES-EXAMINED.
004000     IF CB-LATEST-DATE NOT < WS-CUTOFF-DATE
004010         ADD 1 TO WS-BATCHES-KEPT
004020         GO TO 2200-EXIT
004030     END-IF.
004040
004050     IF WS-PURGE-COUNT >= 500
004060         SET PURGE-TABLE-FULL TO TRUE
004070         ADD 1 TO WS-BATCHES-KEPT
004080         GO TO 2200-EXIT
004090     END-IF.
004100
004110     ADD 1 TO WS-PURGE-COUNT.
004120     MOVE CB-SOURCE-ID   TO PB-SOURCE-ID (WS-PURGE-COUNT).
004130     MOVE CB-BATCH-ID    TO PB-BATCH-ID (WS-PURGE-COUNT).
004140     MOVE CB-LATEST-DATE TO PB-LATEST-DATE (WS-PURGE-COUNT).
004150 2200-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------*
004190* 3000-ARCHIVE-EXPIRED-BATCHES - SECOND PASS.  EVERY BATCH ON
004200* THE PURGE LIST IS COPIED TO THE NEW GENERATION AND DELETED
004210* FROM RESHIST LINE BY LINE, AND THE GENERATION CATALOGUED.
004220* NO BATCH PAST RETENTION CUTS NO GENERATION AND SAYS SO.
004221* THE CATALOG MUST HAVE ROOM FOR THE NEW GENERATION BEFORE
004222* ANY LINE IS MOVED - A FULL ONE IS CUT BACK UNDER RETENTION
004223* FIRST, AND ONE THAT STILL HAS NO ROOM (MORE ON RHGCAT THAN
004224* THE TABLE HOLDS) MOVES NOTHING AND ENDS THE JOB AT RC 8.
004225* SO DOES A GENERATION THAT WILL NOT OPEN; ONE THAT FAILS A
004226* WRITE PART WAY STOPS THE PURGE THERE, AT RC 8.
004230*-----------------------------------------------------------*
004240 3000-ARCHIVE-EXPIRED-BATCHES.
004250     IF WS-PURGE-COUNT = 0
004260         IF HISTORY-IS-OPEN
004270             CLOSE RESULT-HIST-FILE
004280             MOVE SPACES TO DIGEST-RPT-RECORD
004290             STRING "NO BATCH PAST RETENTION - NO GENERATION CUT"
004300                 DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
004310             WRITE DIGEST-RPT-RECORD
004320         END-IF
004330         GO TO 3000-EXIT
004340     END-IF.
004350
004351     IF WS-CAT-COUNT >= 100
004352       AND NOT CATALOG-TABLE-FULL
004353         PERFORM 4000-APPLY-RETENTION
004354             THRU 4000-EXIT
004355     END-IF.
004359     IF WS-CAT-COUNT >= 100
004360         CLOSE RESULT-HIST-FILE
004361         ADD WS-PURGE-COUNT TO WS-BATCHES-KEPT
004362         MOVE 0 TO WS-PURGE-COUNT
004363         MOVE SPACES TO DIGEST-RPT-RECORD
004364         STRING "RHGCAT HAS NO ROOM FOR A NEW GENERATION - "
004365                "NOTHING CUT, NOTHING PURGED - RC 8"
004366             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
004367         WRITE DIGEST-RPT-RECORD
004368         MOVE 8 TO WS-JOB-RC
004369         GO TO 3000-EXIT
004370     END-IF.
004371
004372     MOVE WS-NEXT-GEN-NUMBER TO WS-GFN-NUMBER.
004375     OPEN OUTPUT GENERATION-FILE.
004378     IF WS-GENFILE-STATUS NOT = "00"
004381         CLOSE RESULT-HIST-FILE
004384         ADD WS-PURGE-COUNT TO WS-BATCHES-KEPT
004387         MOVE 0 TO WS-PURGE-COUNT
004390         MOVE WS-NEXT-GEN-NUMBER TO WS-RPT-GEN-NUMBER
004393         MOVE SPACES TO DIGEST-RPT-RECORD
004396         STRING "GENERATION " WS-RPT-GEN-NUMBER
004399                " WILL NOT OPEN - STATUS " WS-GENFILE-STATUS
004402                " - NOTHING CUT, NOTHING PURGED - RC 8"
004405             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
004408         WRITE DIGEST-RPT-RECORD
004411         MOVE 8 TO WS-JOB-RC
004414         GO TO 3000-EXIT
004417     END-IF.
004420
004423     PERFORM 3100-ARCHIVE-ONE-BATCH
004426         THRU 3100-EXIT
004429         VARYING WS-PURGE-SUB FROM 1 BY 1
004432         UNTIL WS-PURGE-SUB > WS-PURGE-COUNT
004435            OR ARCHIVE-FAILED.
004438
004441     CLOSE GENERATION-FILE.
004444     CLOSE RESULT-HIST-FILE.
004447     SET A-GENERATION-WAS-CUT TO TRUE.
004450
004453*    A LINE THAT WOULD NOT WRITE STOPS THE PURGE: THE BATCH IT
004456*    HIT IS PART MOVED AND THE BATCHES AFTER IT STAY ON RESHIST.
004459     IF ARCHIVE-FAILED
004462         COMPUTE WS-BATCHES-KEPT = WS-BATCHES-KEPT
004465             + WS-PURGE-COUNT - WS-PURGE-SUB + 1
004468         COMPUTE WS-PURGE-COUNT = WS-PURGE-SUB - 1
004471         MOVE 8 TO WS-JOB-RC
004474     END-IF.
004477
004480     ADD 1 TO WS-CAT-COUNT.
004490     MOVE WS-NEXT-GEN-NUMBER TO CAT-GEN-NUMBER (WS-CAT-COUNT).
004500     MOVE WS-CUT-DATE        TO CAT-CUT-DATE (WS-CAT-COUNT).
004510     MOVE WS-PURGE-COUNT     TO CAT-BATCH-COUNT (WS-CAT-COUNT).
004520     MOVE WS-LINES-ARCHIVED  TO CAT-LINE-COUNT (WS-CAT-COUNT).
004570
004580     MOVE WS-NEXT-GEN-NUMBER TO WS-RPT-GEN-NUMBER.
004590     MOVE WS-PURGE-COUNT     TO WS-RPT-COUNT.
004600     MOVE WS-LINES-ARCHIVED  TO WS-RPT-COUNT2.
004610     MOVE SPACES TO DIGEST-RPT-RECORD.
004620     STRING "GENERATION " WS-RPT-GEN-NUMBER
004630            " CUT WITH " WS-RPT-COUNT " BATCHES, "
004640            WS-RPT-COUNT2 " LINES"
004650         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
004660     WRITE DIGEST-RPT-RECORD.
004670 3000-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------*
004710* 3100-ARCHIVE-ONE-BATCH - POSITION ON THE BATCH'S FIRST LINE
004720* AND MOVE EVERY LINE OF IT ACROSS.
004730*-----------------------------------------------------------*
004740 3100-ARCHIVE-ONE-BATCH.
004750     MOVE "N" TO WS-BATCH-END-SWITCH.
004760     MOVE 0   TO WS-BATCH-LINES.
004770     MOVE SPACES TO RESULT-HIST-RECORD.
004780     MOVE PB-SOURCE-ID (WS-PURGE-SUB) TO RS-SOURCE-ID.
004790     MOVE PB-BATCH-ID (WS-PURGE-SUB)  TO RS-BATCH-ID.
004800     MOVE 0                           TO RS-DETAIL-SEQ.
004810     MOVE RS-HIST-KEY                 TO RHF-HIST-KEY.
004820     START RESULT-HIST-FILE
004830         KEY IS NOT LESS THAN RHF-HIST-KEY
004840         INVALID KEY
004850             SET END-OF-PURGED-BATCH TO TRUE
004860     END-START.
004870
004880     PERFORM 3200-ARCHIVE-ONE-LINE
004890         THRU 3200-EXIT
004900         UNTIL END-OF-PURGED-BATCH.
004910
004920     MOVE WS-BATCH-LINES TO WS-RPT-COUNT.
004930     MOVE SPACES TO DIGEST-RPT-RECORD.
004935     IF ARCHIVE-FAILED
004936         STRING "BATCH " PB-SOURCE-ID (WS-PURGE-SUB)
004937                " " PB-BATCH-ID (WS-PURGE-SUB)
004938                " LAST POSTED " PB-LATEST-DATE (WS-PURGE-SUB)
004939                " LINES " WS-RPT-COUNT
004941                " PART PURGED - REST KEPT"
004942             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
004943         WRITE DIGEST-RPT-RECORD
004944         GO TO 3100-EXIT
004945     END-IF.
004947     STRING "BATCH " PB-SOURCE-ID (WS-PURGE-SUB)
004950            " " PB-BATCH-ID (WS-PURGE-SUB)
004960            " LAST POSTED " PB-LATEST-DATE (WS-PURGE-SUB)
004970            " LINES " WS-RPT-COUNT
004980            " PURGED TO GENERATION"
004990         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
005000     WRITE DIGEST-RPT-RECORD.
005010 3100-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------*
005050* 3200-ARCHIVE-ONE-LINE - ONE LINE TO THE GENERATION, THEN OFF
005060* RESHIST.  RUNNING INTO ANOTHER BATCH'S KEY ENDS THE BATCH.
005061* THE LINE IS DELETED ONLY ONCE ITS COPY IS WRITTEN; ONE THAT
005062* WILL NOT WRITE STAYS ON RESHIST AND STOPS THE PURGE AT RC 8.
005063* ONE THAT WILL NOT DELETE IS ON BOTH AND COUNTED AS AN ERROR.
005070*-----------------------------------------------------------*
005080 3200-ARCHIVE-ONE-LINE.
005090     READ RESULT-HIST-FILE NEXT RECORD
005100         INTO RESULT-HIST-RECORD
005110         AT END
005120             SET END-OF-PURGED-BATCH TO TRUE
005130             GO TO 3200-EXIT
005140     END-READ.
005150     IF RS-SOURCE-ID NOT = PB-SOURCE-ID (WS-PURGE-SUB)
005160       OR RS-BATCH-ID NOT = PB-BATCH-ID (WS-PURGE-SUB)
005170         SET END-OF-PURGED-BATCH TO TRUE
005180         GO TO 3200-EXIT
005190     END-IF.
005200
005210     WRITE GENERATION-RECORD FROM RESULT-HIST-RECORD.
005211     IF WS-GENFILE-STATUS NOT = "00"
005212         SET ARCHIVE-FAILED TO TRUE
005213         SET END-OF-PURGED-BATCH TO TRUE
005214         MOVE SPACES TO DIGEST-RPT-RECORD
005215         STRING "BATCH " RS-SOURCE-ID " " RS-BATCH-ID
005216                " LINE " RS-DETAIL-SEQ
005217                " NOT WRITTEN TO GENERATION - STATUS "
005218                WS-GENFILE-STATUS " - LEFT ON RESHIST - RC 8"
005219             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
005220         WRITE DIGEST-RPT-RECORD
005221         GO TO 3200-EXIT
005222     END-IF.
005223     DELETE RESULT-HIST-FILE RECORD
005230         INVALID KEY
005240             ADD 1 TO WS-DELETE-ERRORS
005245             MOVE 8 TO WS-JOB-RC
005250     END-DELETE.
005260     ADD 1 TO WS-BATCH-LINES.
005270     ADD 1 TO WS-LINES-ARCHIVED.
005280 3200-EXIT.
005290     EXIT.
005300
005310*-----------------------------------------------------------*
005320* 4000-APPLY-RETENTION - PURGE THE OLDEST GENERATIONS UNTIL
005330* ONLY THE CARDED NUMBER REMAIN.  A PURGED GENERATION IS CUT
005340* BACK TO AN EMPTY FILE AND DROPPED FROM THE CATALOG, AND THE
005350* DIGEST SAYS SO.  ONE THAT WILL NOT OPEN TO BE CUT BACK
005355* STAYS ON THE CATALOG AND ENDS THE RETENTION AT RC 8.
005360*-----------------------------------------------------------*
005370 4000-APPLY-RETENTION.
005380     PERFORM 4100-PURGE-OLDEST-GENERATION
005390         THRU 4100-EXIT
005400         UNTIL WS-CAT-COUNT <= WS-RETAIN-GENS
005405            OR RETENTION-HALTED.
005410 4000-EXIT.
005420     EXIT.
005430
005440*-----------------------------------------------------------*
005450* 4100-PURGE-OLDEST-GENERATION - ENTRY 1 IS ALWAYS THE OLDEST
005460* BECAUSE THE CATALOG IS KEPT IN CUT ORDER.
005470*-----------------------------------------------------------*
005480 4100-PURGE-OLDEST-GENERATION.
005490     MOVE CAT-GEN-NUMBER (1) TO WS-GFN-NUMBER.
005495     MOVE CAT-GEN-NUMBER (1) TO WS-RPT-GEN-NUMBER.
005500     OPEN OUTPUT GENERATION-FILE.
005501     IF WS-GENFILE-STATUS NOT = "00"
005502         SET RETENTION-HALTED TO TRUE
005503         MOVE 8 TO WS-JOB-RC
005504         MOVE SPACES TO DIGEST-RPT-RECORD
005505         STRING "GENERATION " WS-RPT-GEN-NUMBER
005506                " WILL NOT OPEN - STATUS " WS-GENFILE-STATUS
005507                " - NOT CUT BACK, KEPT ON RHGCAT - RC 8"
005508             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
005509         WRITE DIGEST-RPT-RECORD
005511         GO TO 4100-EXIT
005512     END-IF.
005513     CLOSE GENERATION-FILE.
005520
005540     MOVE SPACES TO DIGEST-RPT-RECORD.
005550     STRING "GENERATION " WS-RPT-GEN-NUMBER
005560            " PURGED UNDER RETENTION"
005570         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
005580     WRITE DIGEST-RPT-RECORD.
005590
005600     PERFORM 4110-SHIFT-CATALOG-DOWN
005610         THRU 4110-EXIT
005620         VARYING WS-CAT-SUB FROM 1 BY 1
005630         UNTIL WS-CAT-SUB >= WS-CAT-COUNT.
005640     SUBTRACT 1 FROM WS-CAT-COUNT.
005650 4100-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------*
005690* 4110-SHIFT-CATALOG-DOWN - CLOSE THE GAP LEFT BY THE PURGED
005700* ENTRY.
005710*-----------------------------------------------------------*
005720 4110-SHIFT-CATALOG-DOWN.
005730     MOVE WS-CATALOG-ENTRY (WS-CAT-SUB + 1)
005740         TO WS-CATALOG-ENTRY (WS-CAT-SUB).
005750 4110-EXIT.
005760     EXIT.
005770
005780*-----------------------------------------------------------*
005790* 5000-REWRITE-CATALOG - PUT THE CATALOG BACK WITH THE NEW
005800* GENERATION ADDED AND THE PURGED ONES GONE.
005810*-----------------------------------------------------------*
005820 5000-REWRITE-CATALOG.
005830     OPEN OUTPUT HIST-CAT-FILE.
005840     PERFORM 5100-WRITE-ONE-CATALOG-ENTRY
005850         THRU 5100-EXIT
005860         VARYING WS-CAT-SUB FROM 1 BY 1
005870         UNTIL WS-CAT-SUB > WS-CAT-COUNT.
005880     CLOSE HIST-CAT-FILE.
005890 5000-EXIT.
005900     EXIT.
005910
005920*-----------------------------------------------------------*
005930* 5100-WRITE-ONE-CATALOG-ENTRY - ONE GENERATION BACK OUT TO
005940* RHGCAT.
005950*-----------------------------------------------------------*
005960 5100-WRITE-ONE-CATALOG-ENTRY.
005970     MOVE CAT-GEN-NUMBER (WS-CAT-SUB)  TO HC-GEN-NUMBER.
005980     MOVE SPACES                       TO HC-SEP1.
005990     MOVE CAT-CUT-DATE (WS-CAT-SUB)    TO HC-CUT-DATE.
006000     MOVE SPACES                       TO HC-SEP2.
006010     MOVE CAT-BATCH-COUNT (WS-CAT-SUB) TO HC-BATCH-COUNT.
006020     MOVE SPACES                       TO HC-SEP3.
006030     MOVE CAT-LINE-COUNT (WS-CAT-SUB)  TO HC-LINE-COUNT.
006040     WRITE HIST-CAT-RECORD.
006050 5100-EXIT.
006060     EXIT.
006070
006080*-----------------------------------------------------------*
006090* 6000-WRITE-TOTALS - WHAT WAS EXAMINED, KEPT AND PURGED, AND
006100* ANY TABLE LIMIT THAT WAS REACHED.
006110*-----------------------------------------------------------*
006120 6000-WRITE-TOTALS.
006130     MOVE WS-LINES-EXAMINED TO WS-RPT-COUNT.
006140     MOVE SPACES TO DIGEST-RPT-RECORD.
006150     STRING "LINES EXAMINED.....: " WS-RPT-COUNT
006160         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
006170     WRITE DIGEST-RPT-RECORD.
006180
006190     MOVE WS-BATCHES-EXAMINED TO WS-RPT-COUNT.
006200     MOVE SPACES TO DIGEST-RPT-RECORD.
006210     STRING "BATCHES EXAMINED...: " WS-RPT-COUNT
006220         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
006230     WRITE DIGEST-RPT-RECORD.
006240
006250     MOVE WS-BATCHES-KEPT TO WS-RPT-COUNT.
006260     MOVE SPACES TO DIGEST-RPT-RECORD.
006270     STRING "BATCHES KEPT.......: " WS-RPT-COUNT
006280         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
006290     WRITE DIGEST-RPT-RECORD.
006300
006310     MOVE WS-PURGE-COUNT TO WS-RPT-COUNT.
006320     MOVE SPACES TO DIGEST-RPT-RECORD.
006330     STRING "BATCHES PURGED.....: " WS-RPT-COUNT
006340         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
006350     WRITE DIGEST-RPT-RECORD.
006360
006370     MOVE WS-LINES-ARCHIVED TO WS-RPT-COUNT.
006380     MOVE SPACES TO DIGEST-RPT-RECORD.
006390     STRING "LINES PURGED.......: " WS-RPT-COUNT
006400         DELIMITED BY SIZE INTO DIGEST-RPT-RECORD.
006410     WRITE DIGEST-RPT-RECORD.
006420
006421     IF WS-DELETE-ERRORS > 0
006422         MOVE WS-DELETE-ERRORS TO WS-RPT-COUNT
006423         MOVE SPACES TO DIGEST-RPT-RECORD
006424         STRING "LINES NOT DELETED..: " WS-RPT-COUNT
006425                " - ON RESHIST AND THE GENERATION BOTH - RC 8"
006426             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
006427         WRITE DIGEST-RPT-RECORD
006428     END-IF.
006430     IF PURGE-TABLE-FULL
006440         MOVE SPACES TO DIGEST-RPT-RECORD
006450         STRING "WARNING - MORE THAN 500 BATCHES PAST RETENTION"
006460                " - THE REST GO ON THE NEXT RUN"
006470             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
006480         WRITE DIGEST-RPT-RECORD
006490     END-IF.
006500     IF CATALOG-TABLE-FULL
006510         MOVE SPACES TO DIGEST-RPT-RECORD
006520         STRING "WARNING - MORE THAN 100 CATALOGUED "
006530                "GENERATIONS - NOTHING CUT OR PURGED - "
006535                "REVIEW RHGCAT BY HAND"
006540             DELIMITED BY SIZE INTO DIGEST-RPT-RECORD
006550         WRITE DIGEST-RPT-RECORD
006560     END-IF.
006570 6000-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------*
006610* 8000-TERMINATE - CLOSE THE DIGEST.
006620*-----------------------------------------------------------*
006630 8000-TERMINATE.
006640     CLOSE DIGEST-RPT-FILE.
006650 8000-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------*
006690* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
006700* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
006710*-----------------------------------------------------------*
006720 9700-LOG-OPS-EVENT.
006730     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
006740         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
006750         OL-RETURN-CODE.
006760 9700-EXIT.
006770     EXIT.

000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    ResultInq.
000040 AUTHOR.        D. MERCER.
000050 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE        INIT  DESCRIPTION
000120*  2026-10-15  DM    ORIGINAL VERSION.  RESULT INQUIRY OVER
000130*                    THE PERMANENT KEYED RESULT HISTORY
000140*                    (RESHIST) PLUS WHICHEVER PURGED-BATCH
000150*                    GENERATIONS (RESHGNNNN, MAPPED BY THE
000160*                    RHGCAT CATALOG ResultMaint KEEPS) COVER
000170*                    THE ASKED-FOR DATES.  SELECTION COMES ON
000180*                    THE RINQCTL CARD - SOURCE ID, BATCH ID,
000190*                    RUN-ID (OR "ALL") AND POSTING DATE
000200*                    RANGE; A BLANK FIELD IS NOT IN FORCE.  A
000210*                    CARDED SOURCE STARTS THE KEYED FILE AT
000220*                    THAT SOURCE (AND BATCH) INSTEAD OF
000230*                    READING IT END TO END.  EVERY MATCHING
000240*                    DETAIL IS PRINTED ON RINQRPT WITH ITS
000250*                    POSITION, PARAM, RESULT, STATUS, RATE
000260*                    SET, ANSWER SOURCE, RUN-ID AND DATE, SO
000270*                    "WHAT DID WE GIVE WHS BATCH 00004512
000280*                    RECORD 37" IS ONE CARD AND ONE RUN.
000281*  2026-10-15  DM    A RESULT GIVEN UNDER A PARMOVR OVERRIDE
000282*                    SHOWS "OVRD" AS ITS ANSWER SOURCE.
000283*  2026-10-15  DM    THE RESHSUP SUPERSEDED-LINES FILE IS
000284*                    SEARCHED TOO - THE EARLIER LINES OF A
000285*                    BATCH POSTED AGAIN - AND ITS MATCHES ARE
000286*                    MARKED "SUPERSEDED".
000287*  2026-10-15  DM    THE RETURN CODE IS HELD IN WS-JOB-RC SO
000288*                    THE OPSLOGGER END CALL CANNOT CLEAR IT.
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT INQ-CTL-FILE
000380         ASSIGN TO "RINQCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-INQCTL-STATUS.
000410
000420     SELECT RESULT-HIST-FILE
000430         ASSIGN TO "RESHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RHF-HIST-KEY
000470         FILE STATUS IS WS-RESHIST-STATUS.
000480
000490     SELECT HIST-CAT-FILE
000500         ASSIGN TO "RHGCAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RHGCAT-STATUS.
000530
000540     SELECT GENERATION-FILE
000550         ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-GENFILE-STATUS.
000580
000581     SELECT SUPERSEDED-FILE
000582         ASSIGN TO "RESHSUP"
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-RESHSUP-STATUS.
000585
000590     SELECT INQUIRY-RPT-FILE
000600         ASSIGN TO "RINQRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  INQ-CTL-FILE.
000660 01  INQ-CTL-RECORD.
000670     05  IC-SOURCE-ID        PIC X(03).
000680     05  IC-SEP1             PIC X(01).
000690     05  IC-BATCH-ID         PIC X(08).
000700     05  IC-SEP2             PIC X(01).
000710     05  IC-RUN-ID           PIC X(08).
000720     05  IC-SEP3             PIC X(01).
000730     05  IC-DATE-FROM        PIC X(08).
000740     05  IC-SEP4             PIC X(01).
000750     05  IC-DATE-TO          PIC X(08).
000760
000770 FD  RESULT-HIST-FILE.
000780 01  RESULT-HIST-FILE-RECORD.
000790     05  RHF-HIST-KEY        PIC X(19).
000800     05  FILLER              PIC X(48).
000810
000820 FD  HIST-CAT-FILE.
000830 01  HIST-CAT-RECORD.
000840     05  HC-GEN-NUMBER       PIC 9(04).
000850     05  HC-SEP1             PIC X(02).
000860     05  HC-CUT-DATE         PIC 9(08).
000870     05  HC-SEP2             PIC X(02).
000880     05  HC-BATCH-COUNT      PIC 9(08).
000890     05  HC-SEP3             PIC X(02).
000900     05  HC-LINE-COUNT       PIC 9(08).
000910
000920 FD  GENERATION-FILE.
000930 01  GENERATION-RECORD       PIC X(67).
000940
000941 FD  SUPERSEDED-FILE.
000942 01  SUPERSEDED-RECORD       PIC X(67).
000943
000950 FD  INQUIRY-RPT-FILE.
000960 01  INQUIRY-RPT-RECORD      PIC X(100).
000970
000980 WORKING-STORAGE SECTION.
000990 77  WS-INQCTL-STATUS        PIC X(02)   VALUE "00".
001000 77  WS-RESHIST-STATUS       PIC X(02)   VALUE "00".
001010 77  WS-RHGCAT-STATUS        PIC X(02)   VALUE "00".
001020 77  WS-GENFILE-STATUS       PIC X(02)   VALUE "00".
001021 77  WS-RESHSUP-STATUS       PIC X(02)   VALUE "00".
001030
001040 77  WS-FILE-EOF-SWITCH      PIC X(01)   VALUE "N".
001050     88  END-OF-CURRENT-FILE             VALUE "Y".
001060 77  WS-CAT-EOF-SWITCH       PIC X(01)   VALUE "N".
001070     88  END-OF-CATALOG                  VALUE "Y".
001071 77  WS-SUPERSEDED-SW        PIC X(01)   VALUE "N".
001072     88  SEARCHING-SUPERSEDED            VALUE "Y".
001080
001090 77  WS-CARD-READ-SWITCH     PIC X(01)   VALUE "N".
001100     88  CONTROL-CARD-WAS-READ           VALUE "Y".
001110
001120*    WHICH CRITERIA THE CARD PUT IN FORCE.
001130 77  WS-SOURCE-FILTER-SW     PIC X(01)   VALUE "N".
001140     88  SOURCE-FILTER-IN-FORCE          VALUE "Y".
001150 77  WS-BATCH-FILTER-SW      PIC X(01)   VALUE "N".
001160     88  BATCH-FILTER-IN-FORCE           VALUE "Y".
001170 77  WS-RUNID-FILTER-SW      PIC X(01)   VALUE "N".
001180     88  RUNID-FILTER-IN-FORCE           VALUE "Y".
001190 77  WS-DATE-FILTER-SW       PIC X(01)   VALUE "N".
001200     88  DATE-FILTER-IN-FORCE            VALUE "Y".
001210
001220 77  WS-WANT-SOURCE-ID       PIC X(03)   VALUE SPACES.
001230 77  WS-WANT-BATCH-ID        PIC X(08)   VALUE SPACES.
001240 77  WS-WANT-RUN-ID          PIC X(08)   VALUE SPACES.
001250 77  WS-WANT-DATE-FROM       PIC 9(08)   VALUE 0.
001260 77  WS-WANT-DATE-TO         PIC 9(08)   VALUE 99999999.
001270
001280 77  WS-MATCH-SWITCH         PIC X(01)   VALUE "N".
001290     88  THIS-LINE-MATCHES               VALUE "Y".
001300
001310 77  WS-LINES-SEARCHED       PIC 9(08)   COMP VALUE 0.
001320 77  WS-LINES-MATCHED        PIC 9(08)   COMP VALUE 0.
001330 77  WS-STATUS04-MATCHED     PIC 9(08)   COMP VALUE 0.
001340 77  WS-REVERSED-MATCHED     PIC 9(08)   COMP VALUE 0.
001341 77  WS-SUPERSEDED-MATCHED   PIC 9(08)   COMP VALUE 0.
001350 77  WS-GENS-SEARCHED        PIC 9(08)   COMP VALUE 0.
001360 77  WS-RESULT-SUM           PIC S9(13)  COMP VALUE 0.
001365 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001370
001380 01  WS-GEN-FILE-NAME.
001390     05  WS-GFN-PREFIX       PIC X(05)   VALUE "RESHG".
001400     05  WS-GFN-NUMBER       PIC 9(04)   VALUE 0.
001410
001420 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
001430 01  WS-RPT-SEQ              PIC ZZZZZZZ9.
001440 01  WS-RPT-PARAM            PIC -ZZZZZZZZ9.
001450 01  WS-RPT-RESULT           PIC -ZZZZZZZZ9.
001460 01  WS-RPT-SUM              PIC -Z(12)9.
001470 01  WS-RPT-ANSWER           PIC X(05).
001480 01  WS-RPT-REVERSED         PIC X(08).
001481 01  WS-RPT-SUPERSEDED       PIC X(10).
001490
001500     COPY RESHIST.
001510
001520     COPY OPCALL.
001530
001540 PROCEDURE DIVISION.
001550*-----------------------------------------------------------*
001560* 0000-MAINLINE - READ THE CRITERIA, SEARCH THE KEYED
001570* HISTORY, THEN EVERY CATALOGUED GENERATION OF PURGED BATCHES
001580* THAT COULD COVER THE ASKED DATES, THEN THE SUPERSEDED LINES,
001581* AND CLOSE WITH THE TOTALS.
001590*-----------------------------------------------------------*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE
001620         THRU 1000-EXIT.
001630
001640     IF CONTROL-CARD-WAS-READ
001650         PERFORM 2000-SEARCH-HISTORY
001660             THRU 2000-EXIT
001670         PERFORM 3000-SEARCH-GENERATIONS
001680             THRU 3000-EXIT
001681         PERFORM 4000-SEARCH-SUPERSEDED
001682             THRU 4000-EXIT
001690     END-IF.
001700
001710     PERFORM 9000-WRITE-SEARCH-TOTALS
001720         THRU 9000-EXIT.
001730
001740     PERFORM 8000-TERMINATE
001750         THRU 8000-EXIT.
001760
001770     IF NOT CONTROL-CARD-WAS-READ
001780         MOVE 8 TO WS-JOB-RC
001790     END-IF.
001800
001805     MOVE WS-JOB-RC TO RETURN-CODE.
001810     SET OL-EVENT-END TO TRUE.
001820     MOVE "INQUIRY COMPLETE" TO OL-EVENT-TEXT.
001830     MOVE WS-LINES-SEARCHED TO OL-COUNT-1.
001840     MOVE WS-LINES-MATCHED  TO OL-COUNT-2.
001850     MOVE RETURN-CODE       TO OL-RETURN-CODE.
001860     PERFORM 9700-LOG-OPS-EVENT
001870         THRU 9700-EXIT.
001875     MOVE WS-JOB-RC TO RETURN-CODE.
001880
001890     STOP RUN.
001900
001910*-----------------------------------------------------------*
001920* 1000-INITIALIZE - OPEN THE REPORT, READ THE RINQCTL CARD
001930* AND WORK OUT WHICH CRITERIA ARE IN FORCE.  NO CARD MEANS
001940* NOTHING TO SELECT AND THE JOB SAYS SO AT RETURN CODE 8.
001950*-----------------------------------------------------------*
001960 1000-INITIALIZE.
001970     MOVE "RESULTINQ" TO OL-PROGRAM-NAME.
001980     MOVE "RESULTIQ"  TO OL-RUN-ID.
001990     SET OL-EVENT-START TO TRUE.
002000     MOVE "RESULT HISTORY INQUIRY" TO OL-EVENT-TEXT.
002010     MOVE 0 TO OL-COUNT-1.
002020     MOVE 0 TO OL-COUNT-2.
002030     MOVE 0 TO OL-RETURN-CODE.
002040     PERFORM 9700-LOG-OPS-EVENT
002050         THRU 9700-EXIT.
002060
002070     OPEN OUTPUT INQUIRY-RPT-FILE.
002080     MOVE SPACES TO INQUIRY-RPT-RECORD.
002090     STRING "RESULTINQ - RESULT HISTORY INQUIRY"
002100         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
002110     WRITE INQUIRY-RPT-RECORD.
002120
002130     OPEN INPUT INQ-CTL-FILE.
002140     IF WS-INQCTL-STATUS NOT = "00"
002150         MOVE SPACES TO INQUIRY-RPT-RECORD
002160         STRING "NO RINQCTL CONTROL CARD - NOTHING SELECTED"
002170             DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD
002180         WRITE INQUIRY-RPT-RECORD
002190         GO TO 1000-EXIT
002200     END-IF.
002210
002220     READ INQ-CTL-FILE
002230         AT END
002240             CONTINUE
002250         NOT AT END
002260             SET CONTROL-CARD-WAS-READ TO TRUE
002270             PERFORM 1100-EDIT-CRITERIA
002280                 THRU 1100-EXIT
002290     END-READ.
002300     CLOSE INQ-CTL-FILE.
002310
002320     IF NOT CONTROL-CARD-WAS-READ
002330         MOVE SPACES TO INQUIRY-RPT-RECORD
002340         STRING "RINQCTL IS EMPTY - NOTHING SELECTED"
002350             DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD
002360         WRITE INQUIRY-RPT-RECORD
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002400
002410*-----------------------------------------------------------*
002420* 1100-EDIT-CRITERIA - A BLANK FIELD (OR RUN-ID "ALL") IS NOT
002430* IN FORCE.  A DATE THAT IS NOT EIGHT DIGITS IS TREATED AS
002440* BLANK.  THE CRITERIA ARE ECHOED ON THE REPORT, WITH THE
002450* COLUMN HEADINGS, SO THE READER SEES WHAT WAS ASKED.
002460*-----------------------------------------------------------*
002470 1100-EDIT-CRITERIA.
002480     IF IC-SOURCE-ID NOT = SPACES
002490         SET SOURCE-FILTER-IN-FORCE TO TRUE
002500         MOVE IC-SOURCE-ID TO WS-WANT-SOURCE-ID
002510     END-IF.
002520
002530     IF IC-BATCH-ID NOT = SPACES
002540         SET BATCH-FILTER-IN-FORCE TO TRUE
002550         MOVE IC-BATCH-ID TO WS-WANT-BATCH-ID
002560     END-IF.
002570
002580     IF IC-RUN-ID NOT = SPACES
002590       AND IC-RUN-ID NOT = "ALL     "
002600         SET RUNID-FILTER-IN-FORCE TO TRUE
002610         MOVE IC-RUN-ID TO WS-WANT-RUN-ID
002620     END-IF.
002630
002640     IF IC-DATE-FROM IS NUMERIC
002650         SET DATE-FILTER-IN-FORCE TO TRUE
002660         MOVE IC-DATE-FROM TO WS-WANT-DATE-FROM
002670     END-IF.
002680     IF IC-DATE-TO IS NUMERIC
002690         SET DATE-FILTER-IN-FORCE TO TRUE
002700         MOVE IC-DATE-TO TO WS-WANT-DATE-TO
002710     END-IF.
002720
002730     MOVE SPACES TO INQUIRY-RPT-RECORD.
002740     STRING "CRITERIA SOURCE=" IC-SOURCE-ID
002750            " BATCH=" IC-BATCH-ID
002760            " RUNID=" IC-RUN-ID
002770            " DATES=" IC-DATE-FROM "-" IC-DATE-TO
002780         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
002790     WRITE INQUIRY-RPT-RECORD.
002800
002810     MOVE SPACES TO INQUIRY-RPT-RECORD.
002820     STRING "SRC BATCH ID      DETAIL       PARAM      RESULT"
002830            " ST RATE SET ANSWR RUN-ID   POSTED"
002840         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
002850     WRITE INQUIRY-RPT-RECORD.
002860 1100-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------*
002900* 2000-SEARCH-HISTORY - THE KEYED RESULT HISTORY.  WITH A
002910* SOURCE CARDED THE FILE IS STARTED AT THAT SOURCE (AND
002920* BATCH, WHEN ONE IS CARDED TOO) AND THE SEARCH STOPS AS SOON
002930* AS THE KEY MOVES PAST IT; OTHERWISE EVERY RECORD IS READ.  A
002940* MISSING HISTORY IS NOT AN ERROR - THE GENERATIONS STILL GET
002950* SEARCHED.
002960*-----------------------------------------------------------*
002970 2000-SEARCH-HISTORY.
002980     MOVE "N" TO WS-FILE-EOF-SWITCH.
002990     OPEN INPUT RESULT-HIST-FILE.
003000     IF WS-RESHIST-STATUS NOT = "00"
003010         MOVE SPACES TO INQUIRY-RPT-RECORD
003020         STRING "RESHIST NOT PRESENT - ONLY GENERATIONS SEARCHED"
003030             DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD
003040         WRITE INQUIRY-RPT-RECORD
003050         GO TO 2000-EXIT
003060     END-IF.
003070
003080     IF SOURCE-FILTER-IN-FORCE
003090         MOVE SPACES TO RESULT-HIST-RECORD
003100         MOVE WS-WANT-SOURCE-ID TO RS-SOURCE-ID
003110         IF BATCH-FILTER-IN-FORCE
003120             MOVE WS-WANT-BATCH-ID TO RS-BATCH-ID
003130         END-IF
003140         MOVE 0 TO RS-DETAIL-SEQ
003150         MOVE RS-HIST-KEY TO RHF-HIST-KEY
003160         START RESULT-HIST-FILE
003170             KEY IS NOT LESS THAN RHF-HIST-KEY
003180             INVALID KEY
003190                 SET END-OF-CURRENT-FILE TO TRUE
003200         END-START
003210     END-IF.
003220
003230     PERFORM 2100-TEST-ONE-HISTORY-LINE
003240         THRU 2100-EXIT
003250         UNTIL END-OF-CURRENT-FILE.
003260
003270     CLOSE RESULT-HIST-FILE.
003280 2000-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------*
003320* 2100-TEST-ONE-HISTORY-LINE - ONE HISTORY RECORD THROUGH THE
003330* SHARED TESTS.  ON A STARTED SEARCH, RUNNING PAST THE CARDED
003340* SOURCE OR BATCH ENDS IT.
003350*-----------------------------------------------------------*
003360 2100-TEST-ONE-HISTORY-LINE.
003370     READ RESULT-HIST-FILE NEXT RECORD
003380         INTO RESULT-HIST-RECORD
003390         AT END
003400             SET END-OF-CURRENT-FILE TO TRUE
003410             GO TO 2100-EXIT
003420     END-READ.
003430
003440     IF SOURCE-FILTER-IN-FORCE
003450       AND RS-SOURCE-ID NOT = WS-WANT-SOURCE-ID
003460         SET END-OF-CURRENT-FILE TO TRUE
003470         GO TO 2100-EXIT
003480     END-IF.
003490     IF SOURCE-FILTER-IN-FORCE
003500       AND BATCH-FILTER-IN-FORCE
003510       AND RS-BATCH-ID NOT = WS-WANT-BATCH-ID
003520         SET END-OF-CURRENT-FILE TO TRUE
003530         GO TO 2100-EXIT
003540     END-IF.
003550
003560     PERFORM 5000-TEST-AND-PRINT
003570         THRU 5000-EXIT.
003580 2100-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------*
003620* 3000-SEARCH-GENERATIONS - WALK RHGCAT AND PULL EVERY
003630* GENERATION WHOSE CUT DATE COULD COVER THE ASKED RANGE.  A
003640* GENERATION HOLDS BATCHES POSTED BEFORE ITS CUT DATE, SO ONE
003650* CUT BEFORE THE FROM-DATE CANNOT HOLD A MATCH AND IS LEFT ON
003660* THE SHELF.  NO CATALOG JUST MEANS NOTHING HAS BEEN PURGED
003670* YET.
003680*-----------------------------------------------------------*
003690 3000-SEARCH-GENERATIONS.
003700     OPEN INPUT HIST-CAT-FILE.
003710     IF WS-RHGCAT-STATUS NOT = "00"
003720         GO TO 3000-EXIT
003730     END-IF.
003740
003750     PERFORM 3100-JUDGE-ONE-GENERATION
003760         THRU 3100-EXIT
003770         UNTIL END-OF-CATALOG.
003780
003790     CLOSE HIST-CAT-FILE.
003800 3000-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------*
003840* 3100-JUDGE-ONE-GENERATION - ONE CATALOG ENTRY; SEARCH ITS
003850* GENERATION FILE WHEN THE DATES ALLOW.
003860*-----------------------------------------------------------*
003870 3100-JUDGE-ONE-GENERATION.
003880     READ HIST-CAT-FILE
003890         AT END
003900             SET END-OF-CATALOG TO TRUE
003910             GO TO 3100-EXIT
003920     END-READ.
003930
003940     IF DATE-FILTER-IN-FORCE
003950       AND HC-CUT-DATE < WS-WANT-DATE-FROM
003960         GO TO 3100-EXIT
003970     END-IF.
003980
003990     PERFORM 3200-SEARCH-ONE-GENERATION
004000         THRU 3200-EXIT.
004010 3100-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------*
004050* 3200-SEARCH-ONE-GENERATION - EVERY RECORD OF ONE PURGED-
004060* BATCH GENERATION THROUGH THE SHARED TESTS.
004070*-----------------------------------------------------------*
004080 3200-SEARCH-ONE-GENERATION.
004090     MOVE HC-GEN-NUMBER TO WS-GFN-NUMBER.
004100     MOVE "N" TO WS-FILE-EOF-SWITCH.
004110     OPEN INPUT GENERATION-FILE.
004120     IF WS-GENFILE-STATUS NOT = "00"
004130         GO TO 3200-EXIT
004140     END-IF.
004150     ADD 1 TO WS-GENS-SEARCHED.
004160
004170     PERFORM 3300-TEST-ONE-GEN-LINE
004180         THRU 3300-EXIT
004190         UNTIL END-OF-CURRENT-FILE.
004200
004210     CLOSE GENERATION-FILE.
004220 3200-EXIT.
004230     EXIT.
004240
004250*-----------------------------------------------------------*
004260* 3300-TEST-ONE-GEN-LINE - ONE GENERATION RECORD THROUGH THE
004270* SHARED TESTS.  THE SOURCE AND BATCH ARE TESTED HERE, NOT BY
004280* POSITIONING, SINCE A GENERATION IS A PLAIN SEQUENTIAL FILE.
004290*-----------------------------------------------------------*
004300 3300-TEST-ONE-GEN-LINE.
004310     READ GENERATION-FILE INTO RESULT-HIST-RECORD
004320         AT END
004330             SET END-OF-CURRENT-FILE TO TRUE
004340             GO TO 3300-EXIT
004350     END-READ.
004360
004370     IF SOURCE-FILTER-IN-FORCE
004380       AND RS-SOURCE-ID NOT = WS-WANT-SOURCE-ID
004390         GO TO 3300-EXIT
004400     END-IF.
004410
004420     PERFORM 5000-TEST-AND-PRINT
004430         THRU 5000-EXIT.
004440 3300-EXIT.
004450     EXIT.
004451
004452*-----------------------------------------------------------*
004453* 4000-SEARCH-SUPERSEDED - THE RESHSUP FILE OF LINES TAKEN OFF
004454* THE HISTORY WHEN THEIR BATCH WAS POSTED AGAIN (AN OVERRIDDEN
004455* RESEND OR A CORRECTED RESUBMISSION).  EACH KEEPS THE RUN-ID
004456* AND DATE IT WAS FIRST POSTED UNDER.  NO FILE JUST MEANS NO
004457* BATCH HAS BEEN POSTED TWICE YET.
004458*-----------------------------------------------------------*
004459 4000-SEARCH-SUPERSEDED.
004460     MOVE "N" TO WS-FILE-EOF-SWITCH.
004461     OPEN INPUT SUPERSEDED-FILE.
004462     IF WS-RESHSUP-STATUS NOT = "00"
004463         GO TO 4000-EXIT
004464     END-IF.
004465     SET SEARCHING-SUPERSEDED TO TRUE.
004466
004467     PERFORM 4100-TEST-ONE-SUPERSEDED-LINE
004468         THRU 4100-EXIT
004469         UNTIL END-OF-CURRENT-FILE.
004470
004471     CLOSE SUPERSEDED-FILE.
004472     MOVE "N" TO WS-SUPERSEDED-SW.
004473 4000-EXIT.
004474     EXIT.
004475
004476*-----------------------------------------------------------*
004477* 4100-TEST-ONE-SUPERSEDED-LINE - ONE SUPERSEDED RECORD
004478* THROUGH THE SHARED TESTS; A PLAIN SEQUENTIAL FILE, LIKE A
004479* GENERATION.
004480*-----------------------------------------------------------*
004481 4100-TEST-ONE-SUPERSEDED-LINE.
004482     READ SUPERSEDED-FILE INTO RESULT-HIST-RECORD
004483         AT END
004484             SET END-OF-CURRENT-FILE TO TRUE
004485             GO TO 4100-EXIT
004486     END-READ.
004487
004488     IF SOURCE-FILTER-IN-FORCE
004489       AND RS-SOURCE-ID NOT = WS-WANT-SOURCE-ID
004490         GO TO 4100-EXIT
004491     END-IF.
004492
004493     PERFORM 5000-TEST-AND-PRINT
004494         THRU 5000-EXIT.
004495 4100-EXIT.
004496     EXIT.
004498
004500*-----------------------------------------------------------*
004502* 5000-TEST-AND-PRINT - THE RECORD IN RESULT-HIST-RECORD
004504* AGAINST EVERY CRITERION IN FORCE; A SURVIVOR IS PRINTED,
004506* MARKED WHEN IT CAME OFF THE SUPERSEDED-LINES FILE.
004508*-----------------------------------------------------------*
004510 5000-TEST-AND-PRINT.
004520     ADD 1 TO WS-LINES-SEARCHED.
004530     SET THIS-LINE-MATCHES TO TRUE.
004540
004550     IF SOURCE-FILTER-IN-FORCE
004560       AND RS-SOURCE-ID NOT = WS-WANT-SOURCE-ID
004570         MOVE "N" TO WS-MATCH-SWITCH
004580     END-IF.
004590
004600     IF BATCH-FILTER-IN-FORCE
004610       AND RS-BATCH-ID NOT = WS-WANT-BATCH-ID
004620         MOVE "N" TO WS-MATCH-SWITCH
004630     END-IF.
004640
004650     IF RUNID-FILTER-IN-FORCE
004660       AND RS-RUN-ID NOT = WS-WANT-RUN-ID
004670         MOVE "N" TO WS-MATCH-SWITCH
004680     END-IF.
004690
004700     IF DATE-FILTER-IN-FORCE
004710       AND (RS-RUN-DATE < WS-WANT-DATE-FROM
004720         OR RS-RUN-DATE > WS-WANT-DATE-TO)
004730         MOVE "N" TO WS-MATCH-SWITCH
004740     END-IF.
004750
004760     IF NOT THIS-LINE-MATCHES
004770         GO TO 5000-EXIT
004780     END-IF.
004790
004800     ADD 1 TO WS-LINES-MATCHED.
004810     IF RS-STATUS-OUT-OF-RANGE
004820         ADD 1 TO WS-STATUS04-MATCHED
004830     ELSE
004840         ADD RS-RESULT TO WS-RESULT-SUM
004850     END-IF.
004860
004870     MOVE RS-DETAIL-SEQ TO WS-RPT-SEQ.
004880     MOVE RS-PARAM      TO WS-RPT-PARAM.
004890     MOVE RS-RESULT     TO WS-RPT-RESULT.
004900     EVALUATE TRUE
004910         WHEN RS-FROM-LOOKUP-TABLE
004920             MOVE "TABLE" TO WS-RPT-ANSWER
004930         WHEN RS-FROM-LIVE-CALL
004940             MOVE "LIVE " TO WS-RPT-ANSWER
004941         WHEN RS-FROM-OVERRIDE
004942             MOVE "OVRD " TO WS-RPT-ANSWER
004950         WHEN OTHER
004960             MOVE SPACES  TO WS-RPT-ANSWER
004970     END-EVALUATE.
004980     IF RS-LINE-REVERSED
004990         ADD 1 TO WS-REVERSED-MATCHED
005000         MOVE "REVERSED" TO WS-RPT-REVERSED
005010     ELSE
005020         MOVE SPACES     TO WS-RPT-REVERSED
005030     END-IF.
005031     IF SEARCHING-SUPERSEDED
005032         ADD 1 TO WS-SUPERSEDED-MATCHED
005033         MOVE "SUPERSEDED" TO WS-RPT-SUPERSEDED
005034     ELSE
005035         MOVE SPACES       TO WS-RPT-SUPERSEDED
005036     END-IF.
005040
005050     MOVE SPACES TO INQUIRY-RPT-RECORD.
005060     STRING RS-SOURCE-ID " " RS-BATCH-ID " " WS-RPT-SEQ
005070            " " WS-RPT-PARAM " " WS-RPT-RESULT
005080            " " RS-STATUS-CODE " " RS-RATE-SET
005090            " " WS-RPT-ANSWER " " RS-RUN-ID
005100            " " RS-RUN-DATE " " WS-RPT-REVERSED
005101            " " WS-RPT-SUPERSEDED
005110         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005120     WRITE INQUIRY-RPT-RECORD.
005130 5000-EXIT.
005140     EXIT.
005150
005160*-----------------------------------------------------------*
005170* 9000-WRITE-SEARCH-TOTALS - WHAT WAS SEARCHED AND WHAT
005180* MATCHED, WITH THE SUM OF THE RESULTS GIVEN (STATUS 04 LINES
005190* CARRY NO RESULT THAT WENT OUT AND ARE LEFT OUT OF IT).
005200*-----------------------------------------------------------*
005210 9000-WRITE-SEARCH-TOTALS.
005220     MOVE WS-LINES-SEARCHED TO WS-RPT-COUNT.
005230     MOVE SPACES TO INQUIRY-RPT-RECORD.
005240     STRING "LINES SEARCHED.....: " WS-RPT-COUNT
005250         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005260     WRITE INQUIRY-RPT-RECORD.
005270
005280     MOVE WS-LINES-MATCHED TO WS-RPT-COUNT.
005290     MOVE SPACES TO INQUIRY-RPT-RECORD.
005300     STRING "LINES MATCHED......: " WS-RPT-COUNT
005310         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005320     WRITE INQUIRY-RPT-RECORD.
005330
005340     MOVE WS-STATUS04-MATCHED TO WS-RPT-COUNT.
005350     MOVE SPACES TO INQUIRY-RPT-RECORD.
005360     STRING "STATUS 04 MATCHED..: " WS-RPT-COUNT
005370         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005380     WRITE INQUIRY-RPT-RECORD.
005390
005400     MOVE WS-REVERSED-MATCHED TO WS-RPT-COUNT.
005410     MOVE SPACES TO INQUIRY-RPT-RECORD.
005420     STRING "REVERSED MATCHED...: " WS-RPT-COUNT
005430         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005440     WRITE INQUIRY-RPT-RECORD.
005450
005451     MOVE WS-SUPERSEDED-MATCHED TO WS-RPT-COUNT.
005452     MOVE SPACES TO INQUIRY-RPT-RECORD.
005453     STRING "SUPERSEDED MATCHED.: " WS-RPT-COUNT
005454         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005455     WRITE INQUIRY-RPT-RECORD.
005456
005460     MOVE WS-RESULT-SUM TO WS-RPT-SUM.
005470     MOVE SPACES TO INQUIRY-RPT-RECORD.
005480     STRING "SUM OF RESULTS.....: " WS-RPT-SUM
005490         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005500     WRITE INQUIRY-RPT-RECORD.
005510
005520     MOVE WS-GENS-SEARCHED TO WS-RPT-COUNT.
005530     MOVE SPACES TO INQUIRY-RPT-RECORD.
005540     STRING "GENERATIONS PULLED.: " WS-RPT-COUNT
005550         DELIMITED BY SIZE INTO INQUIRY-RPT-RECORD.
005560     WRITE INQUIRY-RPT-RECORD.
005570 9000-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------*
005610* 8000-TERMINATE - CLOSE THE REPORT.
005620*-----------------------------------------------------------*
005630 8000-TERMINATE.
005640     CLOSE INQUIRY-RPT-FILE.
005650 8000-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------*
005690* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
005700* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
005710*-----------------------------------------------------------*
005720 9700-LOG-OPS-EVENT.
005730     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
005740         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
005750         OL-RETURN-CODE.
005760 9700-EXIT.
005770     EXIT.

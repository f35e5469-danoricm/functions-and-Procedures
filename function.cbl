000608*                    EXTEND AT ONCE, THE SAME HAZARD AS
000609*                    MFAUDIT - RunMerge'S OWN EVENTS COVER
000611*                    THE MERGED RUN ON THE NIGHT PAGE.
000612*  2026-10-15  DM    BATCH REVERSAL.  A NEW "R" PARM-IN RECORD
000613*                    NAMES A SOURCE/BATCH ID ALREADY ACCEPTED
000614*                    AND DISTRIBUTED.  THE BATCH MUST BE ON
000615*                    BATCHREG AND NOT ALREADY REVERSED; ITS
000616*                    RESULTS ARE READ BACK FROM THE NEW KEYED
000617*                    RESULT HISTORY (RESHIST) AND WRITTEN,
000618*                    NEGATED, TO THE SOURCE'S RESD FILE AS A
000619*                    GROUP OF ITS OWN - AN "H" HEADER MARKED
000620*                    "R" WITH THE REVERSED BATCH ID, THE "D"
000621*                    LINES, AND A "T" TRAILER WITH THE COUNT
000622*                    AND HASH TOTAL OF THE OFFSETS.  SUMRPT
000623*                    CARRIES A REVERSAL SECTION FOR
000624*                    FunctionBalance TO PROVE, A REFUSED
000625*                    REQUEST ENDS THE JOB AT RC 4 AT LEAST,
000626*                    AND WHEN BATCH CONTROL PASSES THE
000627*                    REGISTER ENTRY IS MARKED REVERSED WITH
000628*                    THIS RUN-ID AND DATE.  A REVERSED BATCH
000629*                    ID IS NO LONGER A DUPLICATE, SO THE
000630*                    CORRECTED BATCH IS RESUBMITTED WITHOUT
000631*                    THE RC-DUP-OVERRIDE.  EVERY RESULT GIVEN
000632*                    INSIDE A BATCH NOW GOES TO THE RESHX
000633*                    EXTRACT AND IS POSTED TO RESHIST AT THE
000634*                    END OF A RUN WHOSE BATCH CONTROL PASSED
000635*                    (BY RunMerge ON A SPLIT NIGHT).
000636*  2026-10-15  DM    ACKNOWLEDGEMENT FILES.  EVERY REJECT IS
000637*                    ALSO WRITTEN TO THE NEW REJTAG EXTRACT
000638*                    WITH ITS SOURCE, BATCH AND POSITION IN
000639*                    THE BATCH (REJOUT ITSELF IS UNCHANGED).
000640*                    AT THE END OF A SINGLE-STREAM RUN EACH
000641*                    BATCH GETS AN ACK FILE (ACK PLUS SOURCE
000642*                    PLUS BATCH ID) FOR ITS DEPARTMENT: THE
000643*                    VERDICT - ACCEPTED, REFUSED AS A
000644*                    DUPLICATE, OR CONTROL FAILED - THE
000645*                    TRAILER COUNT RECEIVED AGAINST THE COUNT
000646*                    READ, AND EVERY REJECT WITH ITS R001/
000647*                    R002/R003 CODE AND TEXT.  A BATCH WHOSE
000648*                    OWN CONTROLS PASSED IN A RUN HELD AT RC
000649*                    12 IS NOT REGISTERED, SO ITS ACK SAYS
000650*                    CONTROL FAILED - RUN HELD.  RunMerge
000651*                    WRITES THE ACK FILES ON A SPLIT NIGHT.
000652*  2026-10-15  DM    PERMANENT RESULT HISTORY.  EVERY DETAIL
000653*                    PROCESSED INSIDE A BATCH NOW GOES TO
000654*                    RESHX, THE "04" CALC REJECTS AS WELL AS
000655*                    THE RESULTS GIVEN, CARRYING ITS STATUS,
000656*                    THE RATE SET APPLIED AND WHETHER THE
000657*                    ANSWER CAME FROM LKUPTBLX OR A LIVE
000658*                    MYFUNCTION CALL (RESHIST WIDENED TO 67).
000659*                    A REVERSAL BACKS OUT ONLY THE "00" LINES
000660*                    - A "04" LINE NEVER REACHED RESD.
000661*  2026-10-15  DM    NEGOTIATED PARAM OVERRIDES.  FOR A DETAIL
000662*                    INSIDE A BATCH, 2060-CALCULATE-RESULT
000663*                    FIRST READS THE NEW KEYED PARMOVR FILE
000664*                    (MAINTAINED BY OverrideMaint) ON THE
000665*                    BATCH'S SOURCE AND THE PARAM.  AN
000666*                    OVERRIDE IN FORCE ON THE RUN DATE
000667*                    REPLACES THE CALCULATED RESULT, AND A
000668*                    LINE GOES TO THE PERMANENT OVRAUDIT
000669*                    TRAIL WITH THE AGREED RESULT, WHAT THE
000670*                    TABLE OR MYFUNCTION GAVE, AND THE
000671*                    APPROVER.  THE RESULT HISTORY MARKS THE
000672*                    ANSWER "O".  AN OVERRIDE NOT YET
000673*                    EFFECTIVE OR ALREADY EXPIRED IS IGNORED
000674*                    AND LISTED ON THE NEW OVREXC EXCEPTIONS
000675*                    REPORT.  SUMRPT COUNTS BOTH, AND THE
000676*                    COUNTS RIDE THE CHECKPOINT.
000677*  2026-10-15  DM    PERIOD-TO-DATE BY SOURCE.  EACH BATCH NOW
000678*                    KEEPS THE SUM OF ITS RESULTS (ON THE
000679*                    CHECKPOINT TOO), AND 9100 ADDS THE BATCH
000680*                    SUBTOTALS UP BY SOURCE WITH THE SOURCE'S
000681*                    RESD TRAILER AND REVERSAL-GROUP FIGURES
000682*                    ONTO THE NEW SRCDAYX DAY-TOTALS EXTRACT.
000683*                    ON A SINGLE-STREAM NIGHT WHOSE BATCH
000684*                    CONTROL PASSED THE EXTRACT IS POSTED TO
000685*                    THE KEYED SRCPTD FILE AND APPENDED TO THE
000686*                    SRCDAY LOG (RunMerge DOES IT ON A SPLIT
000687*                    NIGHT).  A SRCPTD THAT WILL NOT OPEN, OR
000688*                    A NIGHT FALLING IN A CLOSED PERIOD, ENDS
000689*                    THE JOB AT RC 8.
000690*  2026-10-15  DM    A BATCH ALREADY ON RESHIST NO LONGER HAS
000691*                    ITS LINES WRITTEN OVER WHEN IT IS POSTED
000692*                    AGAIN - EVERY EARLIER LINE IS MOVED TO
000693*                    THE NEW RESHSUP SUPERSEDED-LINES FILE
000694*                    FIRST, AND IF THEY CANNOT BE KEPT THE
000695*                    POST IS REFUSED AT RC 8.  AN ACK SAYS
000696*                    ACCEPTED ONLY WHEN THE REGISTER, THE
000697*                    HISTORY AND THE PERIOD-TO-DATE ALL TOOK
000698*                    THE NIGHT.  THE RUN DATE IS TAKEN ONCE AT
000699*                    START; RUNHIST'S DATE IS READ WITH ITS
000700*                    TIME INTO A FIELD OF ITS OWN.
000701*  2026-10-15  DM    A BATCH THAT WAS REGISTERED AND WENT OUT
000702*                    ON RESD BUT MISSED THE HISTORY OR ITS
000703*                    SOURCE'S PERIOD-TO-DATE IS ACKED ACCEPTED
000704*                    WITH "DO NOT RESEND" AND A NOTE OF WHAT
000705*                    WAS NOT POSTED, COUNTED ON SUMRPT AND
000706*                    OPSLOG AND ENDS THE JOB AT RC 8.  A
000707*                    CLOSED PERIOD OR A FAILED SRCPTD UPDATE
000708*                    NOW MARKS ONLY THAT SOURCE'S BATCHES.
000709*                    THE FINAL RETURN CODE IS HELD ACROSS THE
000710*                    OPSLOGGER END CALL.
000476*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000755         ACCESS MODE IS RANDOM
000756         RECORD KEY IS BR-REG-KEY
000757         FILE STATUS IS WS-BATCHREG-STATUS.
000763
000764     SELECT RESULT-HIST-FILE
000765         ASSIGN TO "RESHIST"
000766         ORGANIZATION IS INDEXED
000767         ACCESS MODE IS DYNAMIC
000768         RECORD KEY IS RHF-HIST-KEY
000769         FILE STATUS IS WS-RESHIST-STATUS.
000771
000772     SELECT RESULT-HIST-EXTRACT
000773         ASSIGN TO "RESHX"
000774         ORGANIZATION IS LINE SEQUENTIAL
000775         FILE STATUS IS WS-RESHX-STATUS.
000776
000777     SELECT RESULT-SUPERSEDED-FILE
000778         ASSIGN TO "RESHSUP"
000779         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RESHSUP-STATUS.
000776
000777     SELECT REJECT-TAG-FILE
000778         ASSIGN TO "REJTAG"
000779         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REJTAG-STATUS.
000781
000782     SELECT ACK-FILE
000783         ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
000784         ORGANIZATION IS LINE SEQUENTIAL
000785         FILE STATUS IS WS-ACK-STATUS.
000786
000787     SELECT PARM-OVERRIDE-FILE
000788         ASSIGN TO "PARMOVR"
000789         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000791         RECORD KEY IS OV-OVERRIDE-KEY
000792         FILE STATUS IS WS-PARMOVR-STATUS.
000793
000794     SELECT OVERRIDE-AUDIT-FILE
000795         ASSIGN TO "OVRAUDIT"
000796         ORGANIZATION IS LINE SEQUENTIAL
000797         FILE STATUS IS WS-OVRAUDIT-STATUS.
000798
000799     SELECT OVERRIDE-EXC-FILE
000800         ASSIGN TO "OVREXC"
000801         ORGANIZATION IS LINE SEQUENTIAL
000802         FILE STATUS IS WS-OVREXC-STATUS.
000803
000804     SELECT SOURCE-DAY-EXTRACT
000805         ASSIGN TO "SRCDAYX"
000806         ORGANIZATION IS LINE SEQUENTIAL
000807         FILE STATUS IS WS-SRCDAYX-STATUS.
000808
000809     SELECT PERIOD-TO-DATE-FILE
000810         ASSIGN TO "SRCPTD"
000811         ORGANIZATION IS INDEXED
000812         ACCESS MODE IS RANDOM
000813         RECORD KEY IS PT-PTD-KEY
000814         FILE STATUS IS WS-SRCPTD-STATUS.
000815
000816     SELECT SOURCE-DAY-FILE
000817         ASSIGN TO "SRCDAY"
000818         ORGANIZATION IS LINE SEQUENTIAL
000819         FILE STATUS IS WS-SRCDAY-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000782         88  PI-BATCH-HEADER             VALUE "H".
000783         88  PI-BATCH-TRAILER            VALUE "T".
000784         88  PI-DETAIL-RECORD            VALUE "D".
000796         88  PI-REVERSAL-REQUEST         VALUE "R".
000785     05  PI-RECORD-BODY      PIC X(19).
000786     05  PI-HEADER-BODY      REDEFINES PI-RECORD-BODY.
000787         10  PI-HDR-SOURCE-ID    PIC X(03).
000792     05  PI-DETAIL-BODY      REDEFINES PI-RECORD-BODY.
000793         10  PI-PARAM-TEXT       PIC X(10).
000794         10  FILLER              PIC X(09).
000797     05  PI-REVERSAL-BODY    REDEFINES PI-RECORD-BODY.
000798         10  PI-REV-SOURCE-ID    PIC X(03).
000799         10  PI-REV-BATCH-ID     PIC X(08).
000801         10  FILLER              PIC X(08).
000800
000810 FD  RESULT-OUT-FILE.
000820 01  RESULT-OUT-RECORD.
001179                             SIGN LEADING SEPARATE CHARACTER.
001182     05  CK-LOOKUP-HITS      PIC 9(08).
001183     05  CK-CALC-CALLS       PIC 9(08).
001184     05  CK-REV-COUNT        PIC 9(02).
001185     05  CK-REV-ENTRY        OCCURS 10 TIMES.
001186         10  CK-RV-SOURCE-ID     PIC X(03).
001187         10  CK-RV-BATCH-ID      PIC X(08).
001188         10  CK-RV-VERDICT-SW    PIC X(01).
001189         10  CK-RV-ORIG-RUN-ID   PIC X(08).
001190     05  CK-OVR-APPLIED      PIC 9(08).
001191     05  CK-OVR-IGNORED      PIC 9(08).
001192     05  CK-BT-RESULT-SUM    PIC S9(13)
001193                             SIGN LEADING SEPARATE CHARACTER
001194                             OCCURS 10 TIMES.
001173
001174 FD  RUN-HIST-FILE.
001175     COPY RUNHIST.
001182     05  DO-HEADER-BODY      REDEFINES DO-RECORD-BODY.
001183         10  DO-HDR-SOURCE-ID    PIC X(03).
001184         10  DO-HDR-RUN-ID       PIC X(08).
001200         10  DO-HDR-GROUP-TYPE   PIC X(01).
001203             88  DO-HDR-REVERSAL         VALUE "R".
001204         10  DO-HDR-REV-BATCH-ID PIC X(08).
001185         10  FILLER              PIC X(03).
001186     05  DO-DETAIL-BODY      REDEFINES DO-RECORD-BODY.
001187         10  DO-PARAM            PIC S9(09)
001188                             SIGN LEADING SEPARATE CHARACTER.
001201 FD  BATCH-REG-FILE.
001202     COPY BATCHREG.
001214
001217 FD  RESULT-HIST-FILE.
001218 01  RESULT-HIST-FILE-RECORD.
001219     05  RHF-HIST-KEY        PIC X(19).
001220     05  FILLER              PIC X(48).
001221
001222 FD  RESULT-HIST-EXTRACT.
001223 01  RESULT-HIST-EXT-RECORD  PIC X(67).
001224
001225 FD  RESULT-SUPERSEDED-FILE.
001226 01  RESULT-SUPERSEDED-RECORD PIC X(67).
001224
001225 FD  REJECT-TAG-FILE.
001226 01  REJECT-TAG-FILE-RECORD  PIC X(63).
001227
001228 FD  ACK-FILE.
001229     COPY ACKREC.
001230
001231 FD  PARM-OVERRIDE-FILE.
001232     COPY PARMOVR.
001233
001234 FD  OVERRIDE-AUDIT-FILE.
001235 01  OVERRIDE-AUDIT-FILE-RECORD PIC X(104).
001236
001237 FD  OVERRIDE-EXC-FILE.
001238 01  OVERRIDE-EXC-RECORD     PIC X(100).
001239
001240 FD  SOURCE-DAY-EXTRACT.
001241 01  SOURCE-DAY-EXT-RECORD   PIC X(129).
001242
001243 FD  PERIOD-TO-DATE-FILE.
001244     COPY SRCPTD.
001245
001246 FD  SOURCE-DAY-FILE.
001247 01  SOURCE-DAY-FILE-RECORD  PIC X(129).
001224
001215 FD  RATE-CTL-FILE.
001216     COPY RATECARD.
001227
001396 77  WS-DUP-BATCH-SWITCH     PIC X(01)   VALUE "N".
001397     88  THIS-BATCH-IS-A-DUP             VALUE "Y".
001398
001452 77  WS-RESHIST-STATUS       PIC X(02)   VALUE "00".
001453 77  WS-RESHX-STATUS         PIC X(02)   VALUE "00".
001455 77  WS-RESHSUP-STATUS       PIC X(02)   VALUE "00".
001454 77  WS-HISTORY-OPEN-SW      PIC X(01)   VALUE "N".
001455     88  HISTORY-IS-OPEN                 VALUE "Y".
001456 77  WS-HISTPOST-SWITCH      PIC X(01)   VALUE "N".
001457     88  HISTORY-POST-SKIPPED            VALUE "Y".
001459     88  HISTORY-POST-FAILED             VALUE "F".
001458 77  WS-HIST-SCAN-SW         PIC X(01)   VALUE "N".
001459     88  END-OF-HISTORY-SCAN             VALUE "Y".
001448 77  WS-LIVE-LINE-SW         PIC X(01)   VALUE "N".
001449     88  LIVE-LINE-FOUND                 VALUE "Y".
001450 77  WS-ANSWER-SOURCE-SW     PIC X(01)   VALUE SPACE.
001451     88  ANSWER-FROM-LOOKUP-TABLE        VALUE "T".
001452     88  ANSWER-FROM-LIVE-CALL           VALUE "L".
001453     88  ANSWER-FROM-OVERRIDE            VALUE "O".
001461 77  WS-RESHX-EOF-SW         PIC X(01)   VALUE "N".
001462     88  END-OF-HISTORY-EXTRACT          VALUE "Y".
001463 77  WS-SUP-SOURCE-ID        PIC X(03)   VALUE SPACES.
001464 77  WS-SUP-BATCH-ID         PIC X(08)   VALUE SPACES.
001465 77  WS-SUPERSEDED-LINES     PIC 9(08)   COMP VALUE 0.
001466 77  WS-REPEATED-LINES       PIC 9(08)   COMP VALUE 0.
001463 77  WS-REJTAG-STATUS        PIC X(02)   VALUE "00".
001464 77  WS-ACK-STATUS           PIC X(02)   VALUE "00".
001465 77  WS-REJTAG-EOF-SW        PIC X(01)   VALUE "N".
001466     88  END-OF-REJECT-TAGS              VALUE "Y".
001467 77  WS-ACK-REJECT-LINES     PIC 9(08)   COMP VALUE 0.
001468 77  WS-ACK-WRITTEN          PIC 9(04)   COMP VALUE 0.
001469 77  WS-ACK-UNRECORDED       PIC 9(04)   COMP VALUE 0.
001468 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001469
001470*    ONE ACKNOWLEDGEMENT FILE PER BATCH: ACK, SOURCE, BATCH ID.
001471 01  WS-ACK-FILE-NAME.
001472     05  WS-AFN-PREFIX       PIC X(03)   VALUE "ACK".
001473     05  WS-AFN-SOURCE       PIC X(03)   VALUE SPACES.
001474     05  WS-AFN-BATCH        PIC X(08)   VALUE SPACES.
001475
001476     COPY REJTAG.
001477
001478 77  WS-PARMOVR-STATUS       PIC X(02)   VALUE "00".
001479 77  WS-OVRAUDIT-STATUS      PIC X(02)   VALUE "00".
001480 77  WS-OVREXC-STATUS        PIC X(02)   VALUE "00".
001481 77  WS-OVERRIDE-OPEN-SW     PIC X(01)   VALUE "N".
001482     88  OVERRIDES-ARE-OPEN              VALUE "Y".
001483 77  WS-OVERRIDE-SW          PIC X(01)   VALUE "N".
001484     88  OVERRIDE-IS-LIVE                VALUE "Y".
001485 77  WS-OVERRIDES-APPLIED    PIC 9(08)   COMP VALUE 0.
001486 77  WS-OVERRIDES-IGNORED    PIC 9(08)   COMP VALUE 0.
001487
001488     COPY OVRAUD.
001489
001490 77  WS-SRCDAYX-STATUS       PIC X(02)   VALUE "00".
001491 77  WS-SRCPTD-STATUS        PIC X(02)   VALUE "00".
001492 77  WS-SRCDAY-STATUS        PIC X(02)   VALUE "00".
001493 77  WS-PERIOD-OPEN-SW       PIC X(01)   VALUE "N".
001494     88  PERIOD-FILE-IS-OPEN             VALUE "Y".
001495 77  WS-PERIOD-POST-SW       PIC X(01)   VALUE "N".
001496     88  PERIOD-POST-SKIPPED             VALUE "Y".
001495     88  PERIOD-POST-FAILED              VALUE "F".
001497 77  WS-SRCDAYX-EOF-SW       PIC X(01)   VALUE "N".
001498     88  END-OF-SOURCE-DAYS              VALUE "Y".
001499 77  WS-SRC-COUNT            PIC 9(02)   COMP VALUE 0.
001500 77  WS-SRC-SUB              PIC 9(02)   COMP VALUE 0.
001501 77  WS-SRC-MATCH-SUB        PIC 9(02)   COMP VALUE 0.
001502 77  WS-SRC-LOOKUP-ID        PIC X(03)   VALUE SPACES.
001503 77  WS-PTD-POSTED           PIC 9(04)   COMP VALUE 0.
001504 77  WS-PTD-REPEATED         PIC 9(04)   COMP VALUE 0.
001505
001506     COPY SRCDAY.
001507
001508*    TONIGHT'S FIGURES ADDED UP BY SOURCE FOR SRCDAYX - ONE
001509*    SLOT PER SOURCE SEEN ON A BATCH, A RESD FILE OR AN
001510*    APPLIED REVERSAL.
001511 01  WS-SOURCE-DAY-TABLE.
001512     05  WS-SOURCE-DAY-ENTRY OCCURS 20 TIMES.
001513         10  SX-SOURCE-ID        PIC X(03).
001514         10  SX-BATCHES          PIC 9(05)   COMP.
001515         10  SX-RECS-READ        PIC 9(09)   COMP.
001516         10  SX-RECS-REJECTED    PIC 9(09)   COMP.
001517         10  SX-RECS-PROCESSED   PIC 9(09)   COMP.
001518         10  SX-RESULT-SUM       PIC S9(13)  COMP.
001519         10  SX-REV-LINES        PIC 9(09)   COMP.
001520         10  SX-REV-HASH         PIC S9(13)  COMP.
001521         10  SX-RESD-LINES       PIC 9(09)   COMP.
001522         10  SX-RESD-HASH        PIC S9(13)  COMP.
001489
001490*    ONE LINE OF THE OVREXC EXCEPTIONS REPORT - AN OVERRIDE ON
001491*    FILE FOR THE SOURCE AND PARAM THAT WAS NOT IN FORCE ON THE
001492*    RUN DATE AND SO WAS NOT APPLIED.
001493 01  WS-OVR-EXC-LINE.
001494     05  EX-REASON           PIC X(17).
001495     05  FILLER              PIC X(02)   VALUE SPACES.
001496     05  EX-SOURCE-ID        PIC X(03).
001497     05  FILLER              PIC X(02)   VALUE SPACES.
001498     05  EX-BATCH-ID         PIC X(08).
001499     05  FILLER              PIC X(02)   VALUE SPACES.
001500     05  EX-DETAIL-SEQ       PIC ZZZZZZZ9.
001501     05  FILLER              PIC X(02)   VALUE SPACES.
001502     05  EX-PARAM            PIC -ZZZZZZZZ9.
001503     05  FILLER              PIC X(02)   VALUE SPACES.
001504     05  EX-OVERRIDE-RESULT  PIC -ZZZZZZZZ9.
001505     05  FILLER              PIC X(02)   VALUE SPACES.
001506     05  EX-EFFECTIVE-DATE   PIC 9(08).
001507     05  FILLER              PIC X(01)   VALUE "-".
001508     05  EX-EXPIRY-DATE      PIC 9(08).
001509     05  FILLER              PIC X(02)   VALUE SPACES.
001510     05  EX-RUN-ID           PIC X(08).
001463
001464 77  WS-REV-COUNT            PIC 9(02)   COMP VALUE 0.
001465 77  WS-REV-SUB              PIC 9(02)   COMP VALUE 0.
001466 77  WS-REV-MATCH-SUB        PIC 9(02)   COMP VALUE 0.
001467 77  WS-REV-APPLIED          PIC 9(08)   COMP VALUE 0.
001468 77  WS-REV-REFUSED          PIC 9(08)   COMP VALUE 0.
001469 77  WS-REV-LINES-TOTAL      PIC 9(08)   COMP VALUE 0.
001471 77  WS-REV-HASH-TOTAL       PIC S9(13)  COMP VALUE 0.
001472
001473*    SOURCE/BATCH ID BEING LOOKED FOR IN THE REVERSAL TABLE AND
001474*    ON THE RESULT HISTORY.
001475 01  WS-REV-KEY.
001476     05  WS-RK-SOURCE-ID     PIC X(03).
001477     05  WS-RK-BATCH-ID      PIC X(08).
001478
001479 01  WS-REVERSAL-TABLE.
001481     05  WS-REVERSAL-ENTRY   OCCURS 10 TIMES.
001482         10  RV-SOURCE-ID        PIC X(03).
001483         10  RV-BATCH-ID         PIC X(08).
001484         10  RV-VERDICT-SW       PIC X(01).
001485             88  RV-APPLIED              VALUE "A".
001486             88  RV-NOT-REGISTERED       VALUE "N".
001487             88  RV-ALREADY-REVERSED     VALUE "R".
001488             88  RV-NO-HISTORY           VALUE "H".
001489             88  RV-NO-REGISTER          VALUE "U".
001491             88  RV-DUPLICATE-REQUEST    VALUE "D".
001492         10  RV-ORIG-RUN-ID      PIC X(08).
001493         10  RV-LINES            PIC 9(08)   COMP.
001494         10  RV-HASH-TOTAL       PIC S9(13)  COMP.
001495
001496     COPY RESHIST.
001497
001399 77  WS-RATE-EOF-SWITCH      PIC X(01)   VALUE "N".
001401     88  END-OF-RATE-CARDS               VALUE "Y".
001411
001341         10  BT-DUPLICATE-SW     PIC X(01).
001342             88  BT-BATCH-IS-DUP         VALUE "Y".
001343         10  BT-RATE-SET         PIC X(08).
001344         10  BT-RESULT-SUM       PIC S9(13)  COMP.
001345         10  BT-PTD-SW           PIC X(01).
001346             88  BT-PTD-NOT-POSTED       VALUE "Y".
001315
001316 77  WS-DIST-STATUS          PIC X(02)   VALUE "00".
001317 77  WS-DIST-COUNT           PIC 9(02)   COMP VALUE 0.
001478 01  WS-RPT-TOL-PCT          PIC ZZ9.
001481 01  WS-RPT-LOOKUP-HITS      PIC ZZZZZZZ9.
001482 01  WS-RPT-CALC-CALLS       PIC ZZZZZZZ9.
001483 01  WS-RPT-REV-LINES        PIC ZZZZZZZ9.
001484 01  WS-RPT-REV-HASH         PIC -Z(12)9.
001485 01  WS-RPT-REV-COUNT        PIC ZZZZZZZ9.
001486 01  WS-REV-VERDICT          PIC X(17).
001487 01  WS-RPT-OVR-APPLIED      PIC ZZZZZZZ9.
001488 01  WS-RPT-OVR-IGNORED      PIC ZZZZZZZ9.
001489 01  WS-RPT-PTD-COUNT        PIC ZZZ9.
001490 01  WS-RPT-ACK-COUNT        PIC ZZZZZZZ9.
001491 01  WS-RPT-HIST-LINES       PIC ZZZZZZZ9.
001480
001490 77  WS-RUNCTL-STATUS        PIC X(02)   VALUE "00".
001500 77  WS-CHKPNT-STATUS        PIC X(02)   VALUE "00".
001502 77  WS-RUNHIST-STATUS       PIC X(02)   VALUE "00".
001504 77  WS-RATECTL-STATUS       PIC X(02)   VALUE "00".
001505
001506*    THE RUN DATE IS TAKEN ONCE AT START AND STAMPS EVERYTHING
001507*    THE NIGHT POSTS; RUNHIST'S DATE GOES WITH ITS CLOCK TIME.
001508 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001509 77  WS-END-DATE             PIC 9(08)   VALUE 0.
001511 77  WS-RUN-TIME             PIC 9(08)   VALUE 0.
001512
001513 77  WS-RATE-ADD-AMOUNT      PIC 9(04)   VALUE 10.
001715     MOVE WS-RECS-REJECTED TO OL-COUNT-2.
001716     PERFORM 9700-LOG-OPS-EVENT
001717         THRU 9700-EXIT.
001718
001719     CLOSE RESULT-HIST-EXTRACT.
001720     CLOSE REJECT-TAG-FILE.
001721     CLOSE OVERRIDE-AUDIT-FILE.
001722     CLOSE OVERRIDE-EXC-FILE.
001723     IF OVERRIDES-ARE-OPEN
001724         CLOSE PARM-OVERRIDE-FILE
001725     END-IF.
001721
001722     PERFORM 6000-WRAP-UP-BATCH-CONTROL
001724         THRU 6000-EXIT.
001725
001750             THRU 7000-EXIT
001760     END-IF.
001770
001794     PERFORM 9300-WRITE-DIST-TRAILERS
001796         THRU 9300-EXIT.
001797
001798     PERFORM 9400-WRITE-REVERSAL-GROUPS
001799         THRU 9400-EXIT.
001792
001780     PERFORM 9000-WRITE-SUMMARY
001790         THRU 9000-EXIT.
001800
001801     IF NOT THIS-IS-A-STREAM-RUN
001802         PERFORM 9500-WRITE-RUN-HISTORY
001811
001807         PERFORM 9600-UPDATE-BATCH-REGISTER
001808             THRU 9600-EXIT
001813
001814         PERFORM 9650-POST-RESULT-HISTORY
001815             THRU 9650-EXIT
001816
001817         PERFORM 9680-POST-PERIOD-TO-DATE
001818             THRU 9680-EXIT
001816
001817         PERFORM 9800-WRITE-ACK-FILES
001818             THRU 9800-EXIT
001812     END-IF.
001806
001810     PERFORM 8000-TERMINATE
001838             MOVE 8 TO RETURN-CODE
001846         WHEN REGISTER-CHECK-SKIPPED
001847             MOVE 8 TO RETURN-CODE
001848         WHEN HISTORY-POST-SKIPPED
001849             MOVE 8 TO RETURN-CODE
001850         WHEN HISTORY-POST-FAILED
001849             MOVE 8 TO RETURN-CODE
001850         WHEN PERIOD-POST-SKIPPED
001853             MOVE 8 TO RETURN-CODE
001854         WHEN PERIOD-POST-FAILED
001853             MOVE 8 TO RETURN-CODE
001851         WHEN WS-REV-REFUSED > 0
001852             MOVE 4 TO RETURN-CODE
001837         WHEN WS-RECS-REJECTED > 0
001839             MOVE 4 TO RETURN-CODE
001841         WHEN OTHER
001847     MOVE WS-RECS-READ     TO OL-COUNT-1.
001848     MOVE WS-RECS-REJECTED TO OL-COUNT-2.
001849     MOVE RETURN-CODE      TO OL-RETURN-CODE.
001850     MOVE RETURN-CODE      TO WS-JOB-RC.
001851     PERFORM 9700-LOG-OPS-EVENT
001852         THRU 9700-EXIT.
001853     MOVE WS-JOB-RC        TO RETURN-CODE.
001838
001840     STOP RUN.
001850
001931         THRU 9700-EXIT.
001932
001934     INITIALIZE WS-BATCH-TABLE.
001935     INITIALIZE WS-DIST-TABLE.
001936     INITIALIZE WS-REVERSAL-TABLE.
001937
001938     PERFORM 1040-OPEN-BATCH-REGISTER
001939         THRU 1040-EXIT.
001941
001942     PERFORM 1045-OPEN-RESULT-HISTORY
001943         THRU 1045-EXIT.
001944
001945     IF NOT THIS-IS-A-STREAM-RUN
001946         PERFORM 1047-OPEN-PERIOD-TO-DATE
001947             THRU 1047-EXIT
001948     END-IF.
001944
001945     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001946     OPEN INPUT PARM-OVERRIDE-FILE.
001947     IF WS-PARMOVR-STATUS = "00"
001948         SET OVERRIDES-ARE-OPEN TO TRUE
001949     END-IF.
001940
001950     IF WS-RESTART-POINT > 0
001960         SET THIS-IS-A-RESTART TO TRUE
002020     IF THIS-IS-A-RESTART
002030         OPEN EXTEND RESULT-OUT-FILE
002040         OPEN EXTEND REJECT-OUT-FILE
002045         OPEN EXTEND RESULT-HIST-EXTRACT
002046         OPEN EXTEND REJECT-TAG-FILE
002047         OPEN EXTEND OVERRIDE-EXC-FILE
002050         PERFORM 1020-RESTORE-CHECKPOINT
002060             THRU 1020-EXIT
002070         PERFORM 1030-SKIP-COMPLETED-RECORDS
002090     ELSE
002100         OPEN OUTPUT RESULT-OUT-FILE
002110         OPEN OUTPUT REJECT-OUT-FILE
002115         OPEN OUTPUT RESULT-HIST-EXTRACT
002116         OPEN OUTPUT REJECT-TAG-FILE
002117         OPEN OUTPUT OVERRIDE-EXC-FILE
002118         IF NOT THIS-IS-A-STREAM-RUN
002119             PERFORM 1050-WRITE-EXCEPTION-TITLE
002121                 THRU 1050-EXIT
002122         END-IF
002123     END-IF.
002124
002125     OPEN EXTEND OVERRIDE-AUDIT-FILE.
002126     IF WS-OVRAUDIT-STATUS NOT = "00"
002127         OPEN OUTPUT OVERRIDE-AUDIT-FILE
002128     END-IF.
002130
002140     MOVE SPACES TO RO-SEP1.
002150     MOVE SPACES TO RJ-SEP1.
002462     END-IF.
002451 1040-EXIT.
002452     EXIT.
002463
002464*-----------------------------------------------------------*
002465* 1045-OPEN-RESULT-HISTORY - OPEN THE PERMANENT KEYED RESULT
002466* HISTORY, CREATING IT ON THE FIRST NIGHT.  IT IS READ FOR THE
002467* RESULTS A REVERSAL MUST NEGATE AND, ON A SINGLE-STREAM
002468* NIGHT, POSTED FROM TONIGHT'S RESHX EXTRACT AT THE END OF THE
002469* RUN.  A STREAM INSTANCE OPENS IT READ-ONLY FOR THE SAME
002471* REASON IT OPENS THE REGISTER READ-ONLY.  A HISTORY THAT
002472* CANNOT BE OPENED REFUSES ANY REVERSAL, AND OFF A STREAM IT
002473* ALSO MEANS TONIGHT'S RESULTS CANNOT BE POSTED, SO THE JOB
002474* WILL END AT RETURN CODE 8 - THE SUMMARY REPORT SAYS WHY.
002475*-----------------------------------------------------------*
002476 1045-OPEN-RESULT-HISTORY.
002477     IF THIS-IS-A-STREAM-RUN
002478         OPEN INPUT RESULT-HIST-FILE
002479     ELSE
002481         OPEN I-O RESULT-HIST-FILE
002482         IF WS-RESHIST-STATUS = "35"
002483             OPEN OUTPUT RESULT-HIST-FILE
002484             CLOSE RESULT-HIST-FILE
002485             OPEN I-O RESULT-HIST-FILE
002486         END-IF
002487     END-IF.
002488     IF WS-RESHIST-STATUS = "00"
002489         SET HISTORY-IS-OPEN TO TRUE
002491     ELSE
002492         IF NOT THIS-IS-A-STREAM-RUN
002493             SET HISTORY-POST-SKIPPED TO TRUE
002494         END-IF
002495     END-IF.
002496 1045-EXIT.
002497     EXIT.
002498
002499*-----------------------------------------------------------*
002500* 1047-OPEN-PERIOD-TO-DATE - OPEN THE KEYED PERIOD-TO-DATE
002501* FILE, CREATING IT ON THE FIRST NIGHT, READY FOR 9680 TO
002502* POST TONIGHT'S DAY TOTALS.  ONLY A SINGLE-STREAM NIGHT
002503* POSTS; A STREAM INSTANCE NEVER OPENS IT.  ONE THAT CANNOT
002504* BE OPENED MEANS NOTHING IS POSTED AND THE JOB WILL END AT
002505* RETURN CODE 8 - THE SUMMARY REPORT SAYS WHY.
002506*-----------------------------------------------------------*
002507 1047-OPEN-PERIOD-TO-DATE.
002508     OPEN I-O PERIOD-TO-DATE-FILE.
002509     IF WS-SRCPTD-STATUS = "35"
002510         OPEN OUTPUT PERIOD-TO-DATE-FILE
002511         CLOSE PERIOD-TO-DATE-FILE
002512         OPEN I-O PERIOD-TO-DATE-FILE
002513     END-IF.
002514     IF WS-SRCPTD-STATUS = "00"
002515         SET PERIOD-FILE-IS-OPEN TO TRUE
002516     ELSE
002517         SET PERIOD-POST-SKIPPED TO TRUE
002518     END-IF.
002519 1047-EXIT.
002520     EXIT.
002498
002499*-----------------------------------------------------------*
002500* 1050-WRITE-EXCEPTION-TITLE - THE OVREXC REPORT'S HEADINGS ON
002501* A FRESH RUN.  A STREAM INSTANCE WRITES NONE - RunMerge PUTS
002502* THE ONE SET OF HEADINGS ON THE MERGED REPORT.
002503*-----------------------------------------------------------*
002504 1050-WRITE-EXCEPTION-TITLE.
002505     MOVE SPACES TO OVERRIDE-EXC-RECORD.
002506     STRING "FUNCTIONEXAMPLE - PARAM OVERRIDES NOT IN FORCE "
002507            "(IGNORED)"
002508         DELIMITED BY SIZE INTO OVERRIDE-EXC-RECORD.
002509     WRITE OVERRIDE-EXC-RECORD.
002510     MOVE SPACES TO OVERRIDE-EXC-RECORD.
002511     STRING "REASON             SRC  BATCH     POSITION"
002512            "       PARAM    OVERRIDE  EFFECTIVE-EXPIRY   RUN-ID"
002513         DELIMITED BY SIZE INTO OVERRIDE-EXC-RECORD.
002514     WRITE OVERRIDE-EXC-RECORD.
002515 1050-EXIT.
002516     EXIT.
002440
002450*-----------------------------------------------------------*
002460* 1020-RESTORE-CHECKPOINT - ON A RESTART, RELOAD THE CONTROL
002674                 IF CK-CALC-CALLS IS NUMERIC
002675                     MOVE CK-CALC-CALLS TO WS-CALC-CALLS
002676                 END-IF
002677                 IF CK-REV-COUNT IS NUMERIC
002678                     MOVE CK-REV-COUNT TO WS-REV-COUNT
002679                     PERFORM 1028-RESTORE-ONE-REVERSAL
002681                         THRU 1028-EXIT
002682                         VARYING WS-REV-SUB FROM 1 BY 1
002683                         UNTIL WS-REV-SUB > 10
002684                 END-IF
002685                 IF CK-OVR-APPLIED IS NUMERIC
002686                     MOVE CK-OVR-APPLIED TO WS-OVERRIDES-APPLIED
002687                 END-IF
002688                 IF CK-OVR-IGNORED IS NUMERIC
002689                     MOVE CK-OVR-IGNORED TO WS-OVERRIDES-IGNORED
002690                 END-IF
002650         END-READ
002660         CLOSE CHECKPOINT-FILE
002670     END-IF.
002719         TO BT-DUPLICATE-SW (WS-BATCH-SUB).
002721     MOVE CK-BT-RATE-SET (WS-BATCH-SUB)
002722         TO BT-RATE-SET (WS-BATCH-SUB).
002723     IF CK-BT-RESULT-SUM (WS-BATCH-SUB) IS NUMERIC
002724         MOVE CK-BT-RESULT-SUM (WS-BATCH-SUB)
002725             TO BT-RESULT-SUM (WS-BATCH-SUB)
002726     END-IF.
002713 1025-EXIT.
002714     EXIT.
002715
002731         TO DT-HASH-TOTAL (WS-DIST-SUB).
002732 1027-EXIT.
002733     EXIT.
002734
002735*-----------------------------------------------------------*
002736* 1028-RESTORE-ONE-REVERSAL - RELOAD ONE REVERSAL REQUEST AND
002737* THE VERDICT IT WAS GIVEN WHEN IT WAS READ.
002738*-----------------------------------------------------------*
002739 1028-RESTORE-ONE-REVERSAL.
002741     MOVE CK-RV-SOURCE-ID (WS-REV-SUB)
002742         TO RV-SOURCE-ID (WS-REV-SUB).
002743     MOVE CK-RV-BATCH-ID (WS-REV-SUB)
002744         TO RV-BATCH-ID (WS-REV-SUB).
002745     MOVE CK-RV-VERDICT-SW (WS-REV-SUB)
002746         TO RV-VERDICT-SW (WS-REV-SUB).
002747     MOVE CK-RV-ORIG-RUN-ID (WS-REV-SUB)
002748         TO RV-ORIG-RUN-ID (WS-REV-SUB).
002749 1028-EXIT.
002751     EXIT.
002700
002710*-----------------------------------------------------------*
002720* 1030-SKIP-COMPLETED-RECORDS - ON A RESTART, READ AND DISCARD
003120         WHEN PI-DETAIL-RECORD
003130             PERFORM 2040-PROCESS-DETAIL-RECORD
003140                 THRU 2040-EXIT
003141         WHEN PI-REVERSAL-REQUEST
003142             PERFORM 2090-HANDLE-REVERSAL-REQUEST
003143                 THRU 2090-EXIT
003150         WHEN OTHER
003160             PERFORM 2045-WRITE-TYPE-REJECT
003161                 THRU 2045-EXIT
003271     MOVE "N" TO BT-TRAILER-SW (WS-CURRENT-BATCH).
003272     MOVE 0 TO BT-TRAILER-COUNT (WS-CURRENT-BATCH).
003281     MOVE "N" TO BT-DUPLICATE-SW (WS-CURRENT-BATCH).
003284     MOVE 0 TO BT-RESULT-SUM (WS-CURRENT-BATCH).
003282     MOVE PI-HDR-RATE-SET
003283         TO BT-RATE-SET (WS-CURRENT-BATCH).
003282
003292* A HIT IS A RESUBMITTED BATCH: UNLESS THE OPERATOR CARDED
003293* THE RESEND OVERRIDE ON RUNCTL, THE BATCH IS REFUSED - ITS
003294* DETAILS WILL BE BYPASSED AND THE RUN TAKES THE SAME RETURN-
003295* CODE-12 HOLD AS ANY OTHER BATCH-CONTROL FAILURE.  A BATCH
003296* THE REGISTER SHOWS AS REVERSED, OR ONE AN EARLIER "R" RECORD
003297* IN THIS SAME RUN IS BACKING OUT, IS NOT A DUPLICATE - THE
003298* CORRECTED BATCH GOES THROUGH WITHOUT THE OVERRIDE.
003299*-----------------------------------------------------------*
003297 2025-CHECK-BATCH-REGISTER.
003298     MOVE PI-HDR-SOURCE-ID TO BR-SOURCE-ID.
003299     MOVE PI-HDR-BATCH-ID  TO BR-BATCH-ID.
003301     READ BATCH-REG-FILE
003302         INVALID KEY
003303             GO TO 2025-EXIT
003312     END-READ.
003313
003314     IF RESEND-OVERRIDE-IN-FORCE
003315       OR BR-BATCH-REVERSED
003316         GO TO 2025-EXIT
003317     END-IF.
003318
003319     MOVE PI-HDR-SOURCE-ID TO WS-RK-SOURCE-ID.
003320     MOVE PI-HDR-BATCH-ID  TO WS-RK-BATCH-ID.
003321     MOVE 0 TO WS-REV-MATCH-SUB.
003322     PERFORM 2026-LOOK-FOR-REVERSAL
003323         THRU 2026-EXIT
003324         VARYING WS-REV-SUB FROM 1 BY 1
003325         UNTIL WS-REV-SUB > WS-REV-COUNT
003326            OR WS-REV-MATCH-SUB > 0.
003327     IF WS-REV-MATCH-SUB > 0
003328         GO TO 2025-EXIT
003329     END-IF.
003330
003305     SET BATCH-CONTROL-FAILED TO TRUE.
003307     SET THIS-BATCH-IS-A-DUP TO TRUE.
003308     MOVE "Y" TO BT-DUPLICATE-SW (WS-CURRENT-BATCH).
003331 2025-EXIT.
003332     EXIT.
003333
003334*-----------------------------------------------------------*
003335* 2026-LOOK-FOR-REVERSAL - REMEMBER THE REVERSAL-TABLE SLOT
003336* OF AN ACCEPTED REQUEST FOR THE SOURCE/BATCH ID IN WS-REV-KEY.
003337*-----------------------------------------------------------*
003338 2026-LOOK-FOR-REVERSAL.
003339     IF RV-SOURCE-ID (WS-REV-SUB) = WS-RK-SOURCE-ID
003341       AND RV-BATCH-ID (WS-REV-SUB) = WS-RK-BATCH-ID
003342       AND RV-APPLIED (WS-REV-SUB)
003343         MOVE WS-REV-SUB TO WS-REV-MATCH-SUB
003344     END-IF.
003345 2026-EXIT.
003346     EXIT.
003275
003276*-----------------------------------------------------------*
003277* 2030-HANDLE-BATCH-TRAILER - PROVE THE SENDER'S RECORD COUNT
003359     MOVE "R003"                            TO RJ-REASON-CODE.
003361     MOVE "UNRECOGNIZED RECORD TYPE"        TO RJ-REASON-TEXT.
003362     WRITE REJECT-OUT-RECORD.
003365     PERFORM 2078-WRITE-REJECT-TAG
003366         THRU 2078-EXIT.
003363 2045-EXIT.
003364     EXIT.
003250
003444* EITHER WAY A "04" ANSWER GOES TO REJECT-OUT (REASON R002)
003445* INSTEAD OF RESULT-OUT SO A BAD RESULT NEVER POLLUTES
003446* RESULT-OUT OR THE CONTROL TOTALS.
003447* A PARMOVR OVERRIDE IN FORCE FOR THE BATCH'S SOURCE AND THIS
003448* PARAM IS LOOKED FOR FIRST.  THE TABLE OR MYFUNCTION IS STILL
003449* ASKED, SO THE AUDIT TRAIL CAN SHOW WHAT IT WOULD HAVE GIVEN
003450* (AND MFAUDIT STILL HOLDS A LINE FOR EVERY LIVE CALL COUNTED),
003451* BUT THE AGREED RESULT IS WHAT GOES OUT.
003450*-----------------------------------------------------------*
003460 2060-CALCULATE-RESULT.
003451     IF WS-CURRENT-BATCH > 0
003454         MOVE SPACES TO MF-RATE-SET
003455     END-IF.
003456
003461     PERFORM 2062-CHECK-PARAM-OVERRIDE
003462         THRU 2062-EXIT.
003463
003457     IF MF-RATE-SET-IS-DEFAULT
003461         MOVE MF-PARAM TO LK-PARAM
003462         CALL 'LOOKUPINQ' USING LK-PARAM LK-RESULT
003467         ADD 1 TO WS-LOOKUP-HITS
003468         MOVE LK-RESULT      TO MF-RESULT
003476         MOVE LK-STATUS-CODE TO MF-STATUS-CODE
003477         SET ANSWER-FROM-LOOKUP-TABLE TO TRUE
003469     ELSE
003470         ADD 1 TO WS-CALC-CALLS
003478         SET ANSWER-FROM-LIVE-CALL TO TRUE
003471         CALL 'MYFUNCTION' USING MF-PARAM MF-RESULT MF-RUN-ID
003474             MF-STATUS-CODE MF-REQUEST-CODE MF-RATE-SET
003475     END-IF.
003472
003479     IF OVERRIDE-IS-LIVE
003481         PERFORM 2063-APPLY-PARAM-OVERRIDE
003482             THRU 2063-EXIT
003483     END-IF.
003484
003473     IF NOT MF-STATUS-OK
003474         PERFORM 2075-WRITE-CALC-REJECT
003475             THRU 2075-EXIT
003514     IF WS-CURRENT-BATCH > 0
003516         PERFORM 2065-WRITE-DISTRIBUTION
003518             THRU 2065-EXIT
003521         PERFORM 2068-WRITE-HISTORY-EXTRACT
003522             THRU 2068-EXIT
003519     END-IF.
003520
003530     ADD 1 TO WS-RECS-PROCESSED.
003532     IF WS-CURRENT-BATCH > 0
003534         ADD 1 TO BT-RECS-PROCESSED (WS-CURRENT-BATCH)
003535         ADD MF-RESULT TO BT-RESULT-SUM (WS-CURRENT-BATCH)
003536     END-IF.
003540     ADD MF-RESULT TO WS-RESULT-SUM.
003550     IF FIRST-RESULT-OF-RUN
003680     EXIT.
003681
003682*-----------------------------------------------------------*
003683* 2062-CHECK-PARAM-OVERRIDE - ONE KEYED READ OF PARMOVR ON THE
003684* OPEN BATCH'S SOURCE AND THE PARAM.  AN OVERRIDE WHOSE
003685* EFFECTIVE AND EXPIRY DATES TAKE IN THE RUN DATE IS LIVE.
003686* ONE ON FILE BUT NOT YET EFFECTIVE, OR ALREADY EXPIRED, IS
003687* IGNORED - THE PARAM IS PRICED THE NORMAL WAY - AND LISTED
003688* ON THE OVREXC EXCEPTIONS REPORT SO SALES CAN RENEW IT OR
003689* LET IT GO.  A DETAIL OUTSIDE ANY OPEN BATCH HAS NO SOURCE
003690* AND CANNOT BE OVERRIDDEN.
003691*-----------------------------------------------------------*
003692 2062-CHECK-PARAM-OVERRIDE.
003693     MOVE "N" TO WS-OVERRIDE-SW.
003694     IF NOT OVERRIDES-ARE-OPEN
003695       OR WS-CURRENT-BATCH = 0
003696         GO TO 2062-EXIT
003697     END-IF.
003698
003699     MOVE BT-SOURCE-ID (WS-CURRENT-BATCH) TO OV-SOURCE-ID.
003700     MOVE MF-PARAM                        TO OV-PARAM.
003701     READ PARM-OVERRIDE-FILE
003702         INVALID KEY
003703             GO TO 2062-EXIT
003704     END-READ.
003705
003706     EVALUATE TRUE
003707         WHEN WS-RUN-DATE < OV-EFFECTIVE-DATE
003708             MOVE "NOT YET EFFECTIVE" TO EX-REASON
003709         WHEN WS-RUN-DATE > OV-EXPIRY-DATE
003710             MOVE "EXPIRED"           TO EX-REASON
003711         WHEN OTHER
003712             SET OVERRIDE-IS-LIVE TO TRUE
003713             GO TO 2062-EXIT
003714     END-EVALUATE.
003715
003716     ADD 1 TO WS-OVERRIDES-IGNORED.
003717     MOVE BT-SOURCE-ID (WS-CURRENT-BATCH) TO EX-SOURCE-ID.
003718     MOVE BT-BATCH-ID (WS-CURRENT-BATCH)  TO EX-BATCH-ID.
003719     MOVE BT-RECS-READ (WS-CURRENT-BATCH) TO EX-DETAIL-SEQ.
003720     MOVE MF-PARAM                        TO EX-PARAM.
003721     MOVE OV-RESULT                       TO EX-OVERRIDE-RESULT.
003722     MOVE OV-EFFECTIVE-DATE               TO EX-EFFECTIVE-DATE.
003723     MOVE OV-EXPIRY-DATE                  TO EX-EXPIRY-DATE.
003724     MOVE WS-RUN-ID                       TO EX-RUN-ID.
003725     WRITE OVERRIDE-EXC-RECORD FROM WS-OVR-EXC-LINE.
003726 2062-EXIT.
003727     EXIT.
003728
003729*-----------------------------------------------------------*
003730* 2063-APPLY-PARAM-OVERRIDE - THE AUDIT TRAIL LINE FIRST, WITH
003731* THE AGREED RESULT NEXT TO WHAT THE TABLE OR MYFUNCTION JUST
003732* GAVE (STATUS AND ALL), THEN THE AGREED RESULT REPLACES IT.
003733* AN AGREED RESULT IS GOOD BY DEFINITION, SO EVEN A "04" FROM
003734* THE CALCULATION GOES OUT AS "00".
003735*-----------------------------------------------------------*
003736 2063-APPLY-PARAM-OVERRIDE.
003737     MOVE SPACES TO OVERRIDE-AUDIT-RECORD.
003738     MOVE WS-RUN-ID                       TO OA-RUN-ID.
003739     MOVE WS-RUN-DATE                     TO OA-DATE.
003740     ACCEPT OA-TIME FROM TIME.
003741     MOVE BT-SOURCE-ID (WS-CURRENT-BATCH) TO OA-SOURCE-ID.
003742     MOVE BT-BATCH-ID (WS-CURRENT-BATCH)  TO OA-BATCH-ID.
003743     MOVE BT-RECS-READ (WS-CURRENT-BATCH) TO OA-DETAIL-SEQ.
003744     MOVE MF-PARAM                        TO OA-PARAM.
003745     MOVE OV-RESULT                       TO OA-OVERRIDE-RESULT.
003746     MOVE MF-RESULT                       TO OA-CALC-RESULT.
003747     MOVE MF-STATUS-CODE                  TO OA-CALC-STATUS.
003748     MOVE WS-ANSWER-SOURCE-SW             TO OA-CALC-SOURCE.
003749     IF MF-RATE-SET-IS-DEFAULT
003751         MOVE "DEFAULT"                   TO OA-RATE-SET
003752     ELSE
003753         MOVE MF-RATE-SET                 TO OA-RATE-SET
003754     END-IF.
003755     MOVE OV-APPROVER-ID                  TO OA-APPROVER-ID.
003756     WRITE OVERRIDE-AUDIT-FILE-RECORD FROM OVERRIDE-AUDIT-RECORD.
003757
003758     ADD 1 TO WS-OVERRIDES-APPLIED.
003759     MOVE OV-RESULT TO MF-RESULT.
003761     SET MF-STATUS-OK TO TRUE.
003762     SET ANSWER-FROM-OVERRIDE TO TRUE.
003763 2063-EXIT.
003764     EXIT.
003681
003682*-----------------------------------------------------------*
003683* 2065-WRITE-DISTRIBUTION - THE SAME RESULT AGAIN, THIS TIME
003684* TO THE SENDING SOURCE'S OWN DISTRIBUTION FILE (RESD PLUS
003685* THE SOURCE ID).  THE FILE IS OPENED WITH ITS "H" HEADER THE
003772     MOVE WS-DIST-MATCH-SUB TO WS-DIST-OPEN-SUB.
003773 2067-EXIT.
003774     EXIT.
003775
003776*-----------------------------------------------------------*
003777* 2068-WRITE-HISTORY-EXTRACT - THE SAME RESULT ONCE MORE, TO
003778* THE RESHX EXTRACT, KEYED BY SOURCE, BATCH AND THE DETAIL'S
003779* POSITION WITHIN ITS BATCH, WITH ITS STATUS, RATE SET AND
003780* WHERE THE ANSWER CAME FROM.  2075 COMES HERE TOO FOR A "04"
003781* ANSWER.  THE EXTRACT IS POSTED TO THE PERMANENT RESULT
003782* HISTORY ONLY WHEN THE RUN'S BATCH CONTROL PASSES, THE SAME
003783* RULE AS THE REGISTER.
003784*-----------------------------------------------------------*
003785 2068-WRITE-HISTORY-EXTRACT.
003786     MOVE SPACES TO RESULT-HIST-RECORD.
003787     MOVE BT-SOURCE-ID (WS-CURRENT-BATCH) TO RS-SOURCE-ID.
003788     MOVE BT-BATCH-ID (WS-CURRENT-BATCH)  TO RS-BATCH-ID.
003789     MOVE BT-RECS-READ (WS-CURRENT-BATCH) TO RS-DETAIL-SEQ.
003790     MOVE MF-PARAM                        TO RS-PARAM.
003791     MOVE MF-RESULT                       TO RS-RESULT.
003792     MOVE WS-RUN-ID                       TO RS-RUN-ID.
003793     MOVE 0                               TO RS-RUN-DATE.
003794     MOVE MF-STATUS-CODE                  TO RS-STATUS-CODE.
003795     IF MF-RATE-SET-IS-DEFAULT
003796         MOVE "DEFAULT"                   TO RS-RATE-SET
003797     ELSE
003798         MOVE MF-RATE-SET                 TO RS-RATE-SET
003799     END-IF.
003800     MOVE WS-ANSWER-SOURCE-SW             TO RS-ANSWER-SOURCE.
003801     WRITE RESULT-HIST-EXT-RECORD FROM RESULT-HIST-RECORD.
003802 2068-EXIT.
003803     EXIT.
003690
003700*-----------------------------------------------------------*
003710* 2070-WRITE-REJECT - LOG THE BAD RECORD AND KEEP GOING.
003760     MOVE "R001"                            TO RJ-REASON-CODE.
003770     MOVE "INVALID NUMERIC PARAM VALUE"     TO RJ-REASON-TEXT.
003780     WRITE REJECT-OUT-RECORD.
003785     PERFORM 2078-WRITE-REJECT-TAG
003786         THRU 2078-EXIT.
003790 2070-EXIT.
003800     EXIT.
003801
003802*-----------------------------------------------------------*
003803* 2075-WRITE-CALC-REJECT - MYFUNCTION RAN OUT OF RANGE FOR
003802* THIS PARM.  LOG IT TO REJECT-OUT THE SAME AS A BAD PARM
003803* EDIT AND KEEP THE RUN GOING.  INSIDE A BATCH THE "04" LINE
003804* STILL GOES TO THE RESULT HISTORY.
003805*-----------------------------------------------------------*
003806 2075-WRITE-CALC-REJECT.
003807     ADD 1 TO WS-RECS-REJECTED.
003808     IF WS-CURRENT-BATCH > 0
003809         ADD 1 TO BT-RECS-REJECTED (WS-CURRENT-BATCH)
003810         PERFORM 2068-WRITE-HISTORY-EXTRACT
003811             THRU 2068-EXIT
003812     END-IF.
003813     MOVE PI-PARAM-TEXT                    TO RJ-INPUT-TEXT.
003814     MOVE "R002"                            TO RJ-REASON-CODE.
003815     MOVE "CALC RESULT OUT OF RANGE"        TO RJ-REASON-TEXT.
003816     WRITE REJECT-OUT-RECORD.
003817     PERFORM 2078-WRITE-REJECT-TAG
003818         THRU 2078-EXIT.
003819 2075-EXIT.
003820     EXIT.
003817
003818*-----------------------------------------------------------*
003819* 2078-WRITE-REJECT-TAG - THE REJECT JUST WRITTEN TO REJOUT,
003820* AGAIN TO REJTAG WITH THE OPEN BATCH'S SOURCE AND BATCH ID
003821* AND THE RECORD'S POSITION IN IT, FOR THE ACK FILES.
003822*-----------------------------------------------------------*
003823 2078-WRITE-REJECT-TAG.
003824     MOVE SPACES TO REJECT-TAG-RECORD.
003825     MOVE 0      TO RT-DETAIL-SEQ.
003826     IF WS-CURRENT-BATCH > 0
003827         MOVE BT-SOURCE-ID (WS-CURRENT-BATCH) TO RT-SOURCE-ID
003828         MOVE BT-BATCH-ID (WS-CURRENT-BATCH)  TO RT-BATCH-ID
003829         MOVE BT-RECS-READ (WS-CURRENT-BATCH) TO RT-DETAIL-SEQ
003831     END-IF.
003832     MOVE RJ-INPUT-TEXT  TO RT-INPUT-TEXT.
003833     MOVE RJ-REASON-CODE TO RT-REASON-CODE.
003834     MOVE RJ-REASON-TEXT TO RT-REASON-TEXT.
003835     WRITE REJECT-TAG-FILE-RECORD FROM REJECT-TAG-RECORD.
003836 2078-EXIT.
003837     EXIT.
003810
003820*-----------------------------------------------------------*
003830* 2080-CHECK-CHECKPOINT-DUE - EVERY N RECORDS READ, WHERE N IS
003960     END-IF.
003970 2080-EXIT.
003980     EXIT.
003981
003982*-----------------------------------------------------------*
003983* 2090-HANDLE-REVERSAL-REQUEST - AN "R" RECORD ASKS FOR AN
003984* EARLIER, ALREADY-DISTRIBUTED SOURCE BATCH TO BE BACKED OUT.
003985* THE REQUEST IS JUDGED HERE, WHILE THE REGISTER IS STILL AS
003986* THE NIGHT FOUND IT: THE BATCH MUST BE REGISTERED, NOT
003987* ALREADY REVERSED, NOT ASKED FOR TWICE IN THIS RUN, AND HAVE
003988* RESULTS ON THE HISTORY TO NEGATE.  THE NEGATED GROUP ITSELF
003989* IS WRITTEN AT 9400 ONCE THE NIGHT'S OWN TRAILERS ARE OUT.
003991* AN "R" ARRIVING INSIDE AN OPEN BATCH IS THE SAME CONTROL
003992* FAILURE AS A HEADER WOULD BE, AND MORE THAN TEN REQUESTS IN
003993* ONE RUN IS A CONTROL FAILURE LIKE AN ELEVENTH BATCH.
003994*-----------------------------------------------------------*
003995 2090-HANDLE-REVERSAL-REQUEST.
003996     IF WS-CURRENT-BATCH > 0
003997         SET BATCH-CONTROL-FAILED TO TRUE
003998     END-IF.
003999
004001     IF WS-REV-COUNT >= 10
004002         SET BATCH-CONTROL-FAILED TO TRUE
004003         GO TO 2090-EXIT
004004     END-IF.
004005
004006     ADD 1 TO WS-REV-COUNT.
004007     MOVE PI-REV-SOURCE-ID TO RV-SOURCE-ID (WS-REV-COUNT).
004008     MOVE PI-REV-BATCH-ID  TO RV-BATCH-ID (WS-REV-COUNT).
004009     MOVE SPACES           TO RV-VERDICT-SW (WS-REV-COUNT).
004011     MOVE SPACES           TO RV-ORIG-RUN-ID (WS-REV-COUNT).
004012     MOVE 0                TO RV-LINES (WS-REV-COUNT).
004013     MOVE 0                TO RV-HASH-TOTAL (WS-REV-COUNT).
004014
004015     MOVE PI-REV-SOURCE-ID TO WS-RK-SOURCE-ID.
004016     MOVE PI-REV-BATCH-ID  TO WS-RK-BATCH-ID.
004017     MOVE 0 TO WS-REV-MATCH-SUB.
004018     PERFORM 2026-LOOK-FOR-REVERSAL
004019         THRU 2026-EXIT
004021         VARYING WS-REV-SUB FROM 1 BY 1
004022         UNTIL WS-REV-SUB > WS-REV-COUNT
004023            OR WS-REV-MATCH-SUB > 0.
004024     IF WS-REV-MATCH-SUB > 0
004025         SET RV-DUPLICATE-REQUEST (WS-REV-COUNT) TO TRUE
004026         GO TO 2090-EXIT
004027     END-IF.
004028
004029     IF NOT REGISTER-IS-OPEN
004031         SET RV-NO-REGISTER (WS-REV-COUNT) TO TRUE
004032         GO TO 2090-EXIT
004033     END-IF.
004034
004035     MOVE PI-REV-SOURCE-ID TO BR-SOURCE-ID.
004036     MOVE PI-REV-BATCH-ID  TO BR-BATCH-ID.
004037     READ BATCH-REG-FILE
004038         INVALID KEY
004039             SET RV-NOT-REGISTERED (WS-REV-COUNT) TO TRUE
004041             GO TO 2090-EXIT
004042     END-READ.
004043     IF BR-BATCH-REVERSED
004044         SET RV-ALREADY-REVERSED (WS-REV-COUNT) TO TRUE
004045         GO TO 2090-EXIT
004046     END-IF.
004047     MOVE BR-RUN-ID TO RV-ORIG-RUN-ID (WS-REV-COUNT).
004048
004049     IF NOT HISTORY-IS-OPEN
004051         SET RV-NO-HISTORY (WS-REV-COUNT) TO TRUE
004052         GO TO 2090-EXIT
004053     END-IF.
004054     PERFORM 2095-START-HISTORY-SCAN
004055         THRU 2095-EXIT.
004056     PERFORM 2096-READ-NEXT-LIVE-LINE
004057         THRU 2096-EXIT.
004058     IF END-OF-HISTORY-SCAN
004059         SET RV-NO-HISTORY (WS-REV-COUNT) TO TRUE
004061     ELSE
004062         SET RV-APPLIED (WS-REV-COUNT) TO TRUE
004063     END-IF.
004064 2090-EXIT.
004065     EXIT.
004066
004067*-----------------------------------------------------------*
004068* 2095-START-HISTORY-SCAN - POSITION THE RESULT HISTORY ON THE
004069* FIRST LINE OF THE SOURCE/BATCH ID IN WS-REV-KEY.
004071*-----------------------------------------------------------*
004072 2095-START-HISTORY-SCAN.
004073     MOVE "N" TO WS-HIST-SCAN-SW.
004074     MOVE WS-RK-SOURCE-ID TO RS-SOURCE-ID.
004075     MOVE WS-RK-BATCH-ID  TO RS-BATCH-ID.
004076     MOVE 0               TO RS-DETAIL-SEQ.
004077     MOVE RS-HIST-KEY     TO RHF-HIST-KEY.
004078     START RESULT-HIST-FILE
004079         KEY IS NOT LESS THAN RHF-HIST-KEY
004081         INVALID KEY
004082             SET END-OF-HISTORY-SCAN TO TRUE
004083     END-START.
004084 2095-EXIT.
004085     EXIT.
004086
004087*-----------------------------------------------------------*
004088* 2096-READ-NEXT-LIVE-LINE - THE NEXT LINE OF THE BATCH BEING
004089* SCANNED THAT WAS GIVEN OUT AS A RESULT ("00" - A "04" LINE
004090* NEVER REACHED RESD) AND HAS NOT ALREADY BEEN BACKED OUT.
004091*-----------------------------------------------------------*
004092 2096-READ-NEXT-LIVE-LINE.
004093     MOVE "N" TO WS-LIVE-LINE-SW.
004094     PERFORM 2097-READ-ONE-HISTORY-LINE
004095         THRU 2097-EXIT
004096         UNTIL END-OF-HISTORY-SCAN
004097            OR LIVE-LINE-FOUND.
004098 2096-EXIT.
004099     EXIT.
004100
004101*-----------------------------------------------------------*
004102* 2097-READ-ONE-HISTORY-LINE - ONE READ ALONG THE HISTORY.
004103* RUNNING INTO ANOTHER BATCH'S KEY ENDS THE SCAN.
004104*-----------------------------------------------------------*
004105 2097-READ-ONE-HISTORY-LINE.
004106     READ RESULT-HIST-FILE NEXT RECORD
004107         INTO RESULT-HIST-RECORD
004108         AT END
004109             SET END-OF-HISTORY-SCAN TO TRUE
004111             GO TO 2097-EXIT
004112     END-READ.
004113     IF RS-SOURCE-ID NOT = WS-RK-SOURCE-ID
004114       OR RS-BATCH-ID NOT = WS-RK-BATCH-ID
004115         SET END-OF-HISTORY-SCAN TO TRUE
004116         GO TO 2097-EXIT
004117     END-IF.
004118     IF NOT RS-LINE-REVERSED
004119       AND NOT RS-STATUS-OUT-OF-RANGE
004120         SET LIVE-LINE-FOUND TO TRUE
004121     END-IF.
004122 2097-EXIT.
004123     EXIT.
003990
004000*-----------------------------------------------------------*
004010* 2100-READ-PARM-IN - READ THE NEXT PARM-IN RECORD.
004267         UNTIL WS-DIST-SUB > 10.
004268     MOVE WS-LOOKUP-HITS     TO CK-LOOKUP-HITS.
004269     MOVE WS-CALC-CALLS      TO CK-CALC-CALLS.
004271     MOVE WS-REV-COUNT       TO CK-REV-COUNT.
004272     PERFORM 7030-SAVE-ONE-REVERSAL
004273         THRU 7030-EXIT
004274         VARYING WS-REV-SUB FROM 1 BY 1
004275         UNTIL WS-REV-SUB > 10.
004276     MOVE WS-OVERRIDES-APPLIED TO CK-OVR-APPLIED.
004277     MOVE WS-OVERRIDES-IGNORED TO CK-OVR-IGNORED.
004260
004270     OPEN OUTPUT CHECKPOINT-FILE.
004280     WRITE CHECKPOINT-RECORD.
004338         TO CK-BT-DUP-SW (WS-BATCH-SUB).
004339     MOVE BT-RATE-SET (WS-BATCH-SUB)
004341         TO CK-BT-RATE-SET (WS-BATCH-SUB).
004342     MOVE BT-RESULT-SUM (WS-BATCH-SUB)
004343         TO CK-BT-RESULT-SUM (WS-BATCH-SUB).
004333 7010-EXIT.
004334     EXIT.
004335
004349         TO CK-DT-HASH-TOTAL (WS-DIST-SUB).
004351 7020-EXIT.
004352     EXIT.
004353
004354*-----------------------------------------------------------*
004355* 7030-SAVE-ONE-REVERSAL - COPY ONE REVERSAL REQUEST AND ITS
004356* VERDICT INTO THE CHECKPOINT RECORD.
004357*-----------------------------------------------------------*
004358 7030-SAVE-ONE-REVERSAL.
004359     MOVE RV-SOURCE-ID (WS-REV-SUB)
004361         TO CK-RV-SOURCE-ID (WS-REV-SUB).
004362     MOVE RV-BATCH-ID (WS-REV-SUB)
004363         TO CK-RV-BATCH-ID (WS-REV-SUB).
004364     MOVE RV-VERDICT-SW (WS-REV-SUB)
004365         TO CK-RV-VERDICT-SW (WS-REV-SUB).
004366     MOVE RV-ORIG-RUN-ID (WS-REV-SUB)
004367         TO CK-RV-ORIG-RUN-ID (WS-REV-SUB).
004368 7030-EXIT.
004369     EXIT.
004320
004330*-----------------------------------------------------------*
004340* 8000-TERMINATE - TELL MYFUNCTION THE RUN IS OVER SO IT
004401     IF REGISTER-IS-OPEN
004402         CLOSE BATCH-REG-FILE
004403     END-IF.
004404     IF HISTORY-IS-OPEN
004405         CLOSE RESULT-HIST-FILE
004406     END-IF.
004407     IF PERIOD-FILE-IS-OPEN
004408         CLOSE PERIOD-TO-DATE-FILE
004409     END-IF.
004410 8000-EXIT.
004420     EXIT.
004430
004711     STRING "MYFUNCTION CALLS...: " WS-RPT-CALC-CALLS
004712         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
004713     WRITE SUMMARY-RPT-RECORD.
004714
004715     MOVE WS-OVERRIDES-APPLIED TO WS-RPT-OVR-APPLIED.
004716     MOVE SPACES TO SUMMARY-RPT-RECORD.
004717     STRING "OVERRIDES APPLIED..: " WS-RPT-OVR-APPLIED
004718         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
004719     WRITE SUMMARY-RPT-RECORD.
004720
004721     MOVE WS-OVERRIDES-IGNORED TO WS-RPT-OVR-IGNORED.
004722     MOVE SPACES TO SUMMARY-RPT-RECORD.
004723     STRING "OVERRIDES IGNORED..: " WS-RPT-OVR-IGNORED
004724         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
004725     WRITE SUMMARY-RPT-RECORD.
004710
004720     IF WS-RECS-PROCESSED = 0
004730         MOVE SPACES TO SUMMARY-RPT-RECORD
004992     PERFORM 9100-WRITE-BATCH-SUBTOTALS
004993         THRU 9100-EXIT.
004994
004997     PERFORM 9150-WRITE-REVERSAL-SECTION
004998         THRU 9150-EXIT.
004999
004995     PERFORM 9200-WRITE-TOLERANCE-LINES
004996         THRU 9200-EXIT.
005000 9000-EXIT.
005097             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005098         WRITE SUMMARY-RPT-RECORD
005099     END-IF.
005101
005102     IF HISTORY-POST-SKIPPED
005103         MOVE SPACES TO SUMMARY-RPT-RECORD
005104         STRING "RESULT HISTORY.....: NOT AVAILABLE - "
005105                "NOT POSTED - JOB ENDS AT RC 8"
005106             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005107         WRITE SUMMARY-RPT-RECORD
005108     END-IF.
005109
005110     IF PERIOD-POST-SKIPPED
005111         MOVE SPACES TO SUMMARY-RPT-RECORD
005112         STRING "PERIOD-TO-DATE.....: NOT AVAILABLE - "
005113                "NOT POSTED - JOB ENDS AT RC 8"
005114             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005115         WRITE SUMMARY-RPT-RECORD
005116     END-IF.
005117
005118     PERFORM 9120-WRITE-SOURCE-DAY-EXTRACT
005119         THRU 9120-EXIT.
005042 9100-EXIT.
005043     EXIT.
005044
005082     EXIT.
005083
005084*-----------------------------------------------------------*
005085* 9120-WRITE-SOURCE-DAY-EXTRACT - THE SAME BATCH SUBTOTALS
005086* ADDED UP BY SOURCE, WITH THE COUNT AND HASH TOTAL ON EACH
005087* SOURCE'S RESD TRAILER AND ON ANY REVERSAL GROUPS AFTER IT,
005088* ONE SRCDAYX LINE PER SOURCE FOR THE PERIOD-TO-DATE POSTING
005089* (9680 HERE, OR RunMerge FROM SRCDXNN ON A SPLIT NIGHT).
005090* THE TWO SIDES ARE KEPT APART SO PeriodEnd CAN PROVE THE
005091* ONE AGAINST THE OTHER.
005092*-----------------------------------------------------------*
005093 9120-WRITE-SOURCE-DAY-EXTRACT.
005094     INITIALIZE WS-SOURCE-DAY-TABLE.
005095     MOVE 0 TO WS-SRC-COUNT.
005096     PERFORM 9121-ADD-ONE-BATCH
005097         THRU 9121-EXIT
005098         VARYING WS-BATCH-SUB FROM 1 BY 1
005099         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
005100     PERFORM 9122-ADD-ONE-DIST
005101         THRU 9122-EXIT
005102         VARYING WS-DIST-SUB FROM 1 BY 1
005103         UNTIL WS-DIST-SUB > WS-DIST-COUNT.
005104     PERFORM 9123-ADD-ONE-REVERSAL
005105         THRU 9123-EXIT
005106         VARYING WS-REV-SUB FROM 1 BY 1
005107         UNTIL WS-REV-SUB > WS-REV-COUNT.
005108
005109     OPEN OUTPUT SOURCE-DAY-EXTRACT.
005110     PERFORM 9124-WRITE-ONE-SOURCE-DAY
005111         THRU 9124-EXIT
005112         VARYING WS-SRC-SUB FROM 1 BY 1
005113         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
005114     CLOSE SOURCE-DAY-EXTRACT.
005115 9120-EXIT.
005116     EXIT.
005117
005118*-----------------------------------------------------------*
005119* 9121-ADD-ONE-BATCH - ONE BATCH'S SUBTOTALS INTO ITS SOURCE.
005120*-----------------------------------------------------------*
005121 9121-ADD-ONE-BATCH.
005122     MOVE BT-SOURCE-ID (WS-BATCH-SUB) TO WS-SRC-LOOKUP-ID.
005123     PERFORM 9125-FIND-SOURCE-SLOT
005124         THRU 9125-EXIT.
005125     IF WS-SRC-MATCH-SUB = 0
005126         GO TO 9121-EXIT
005127     END-IF.
005128     ADD 1 TO SX-BATCHES (WS-SRC-MATCH-SUB).
005129     ADD BT-RECS-READ (WS-BATCH-SUB)
005130         TO SX-RECS-READ (WS-SRC-MATCH-SUB).
005131     ADD BT-RECS-REJECTED (WS-BATCH-SUB)
005132         TO SX-RECS-REJECTED (WS-SRC-MATCH-SUB).
005133     ADD BT-RECS-PROCESSED (WS-BATCH-SUB)
005134         TO SX-RECS-PROCESSED (WS-SRC-MATCH-SUB).
005135     ADD BT-RESULT-SUM (WS-BATCH-SUB)
005136         TO SX-RESULT-SUM (WS-SRC-MATCH-SUB).
005137 9121-EXIT.
005138     EXIT.
005139
005140*-----------------------------------------------------------*
005141* 9122-ADD-ONE-DIST - ONE SOURCE'S RESD TRAILER FIGURES.
005142*-----------------------------------------------------------*
005143 9122-ADD-ONE-DIST.
005144     MOVE DT-SOURCE-ID (WS-DIST-SUB) TO WS-SRC-LOOKUP-ID.
005145     PERFORM 9125-FIND-SOURCE-SLOT
005146         THRU 9125-EXIT.
005147     IF WS-SRC-MATCH-SUB = 0
005148         GO TO 9122-EXIT
005149     END-IF.
005150     ADD DT-RECS-WRITTEN (WS-DIST-SUB)
005151         TO SX-RESD-LINES (WS-SRC-MATCH-SUB).
005152     ADD DT-HASH-TOTAL (WS-DIST-SUB)
005153         TO SX-RESD-HASH (WS-SRC-MATCH-SUB).
005154 9122-EXIT.
005155     EXIT.
005156
005157*-----------------------------------------------------------*
005158* 9123-ADD-ONE-REVERSAL - ONE APPLIED REVERSAL'S GROUP
005159* TRAILER FIGURES.  A REFUSED REQUEST WROTE NOTHING TO RESD.
005160*-----------------------------------------------------------*
005161 9123-ADD-ONE-REVERSAL.
005162     IF NOT RV-APPLIED (WS-REV-SUB)
005163         GO TO 9123-EXIT
005164     END-IF.
005165     MOVE RV-SOURCE-ID (WS-REV-SUB) TO WS-SRC-LOOKUP-ID.
005166     PERFORM 9125-FIND-SOURCE-SLOT
005167         THRU 9125-EXIT.
005168     IF WS-SRC-MATCH-SUB = 0
005169         GO TO 9123-EXIT
005170     END-IF.
005171     ADD RV-LINES (WS-REV-SUB)
005172         TO SX-REV-LINES (WS-SRC-MATCH-SUB).
005173     ADD RV-HASH-TOTAL (WS-REV-SUB)
005174         TO SX-REV-HASH (WS-SRC-MATCH-SUB).
005175 9123-EXIT.
005176     EXIT.
005177
005178*-----------------------------------------------------------*
005179* 9124-WRITE-ONE-SOURCE-DAY - ONE SOURCE'S DAY TOTALS OUT.
005180*-----------------------------------------------------------*
005181 9124-WRITE-ONE-SOURCE-DAY.
005182     MOVE SPACES TO SOURCE-DAY-RECORD.
005183     MOVE SX-SOURCE-ID (WS-SRC-SUB)      TO SD-SOURCE-ID.
005184     DIVIDE WS-RUN-DATE BY 100 GIVING SD-PERIOD.
005185     MOVE WS-RUN-DATE                    TO SD-RUN-DATE.
005186     MOVE WS-RUN-ID                      TO SD-RUN-ID.
005187     MOVE SX-BATCHES (WS-SRC-SUB)        TO SD-BATCHES.
005188     MOVE SX-RECS-READ (WS-SRC-SUB)      TO SD-RECS-READ.
005189     MOVE SX-RECS-REJECTED (WS-SRC-SUB)  TO SD-RECS-REJECTED.
005190     MOVE SX-RECS-PROCESSED (WS-SRC-SUB) TO SD-RECS-PROCESSED.
005191     MOVE SX-RESULT-SUM (WS-SRC-SUB)     TO SD-RESULT-SUM.
005192     MOVE SX-REV-LINES (WS-SRC-SUB)      TO SD-REV-LINES.
005193     MOVE SX-REV-HASH (WS-SRC-SUB)       TO SD-REV-HASH.
005194     MOVE SX-RESD-LINES (WS-SRC-SUB)     TO SD-RESD-LINES.
005195     MOVE SX-RESD-HASH (WS-SRC-SUB)      TO SD-RESD-HASH.
005196     WRITE SOURCE-DAY-EXT-RECORD FROM SOURCE-DAY-RECORD.
005197 9124-EXIT.
005198     EXIT.
005199
005200*-----------------------------------------------------------*
005201* 9125-FIND-SOURCE-SLOT - THE SLOT ALREADY CARRYING THE
005202* SOURCE, OR A NEW ONE.  ZERO ONLY IF THE TABLE IS FULL.
005203*-----------------------------------------------------------*
005204 9125-FIND-SOURCE-SLOT.
005205     MOVE 0 TO WS-SRC-MATCH-SUB.
005206     PERFORM 9126-LOOK-FOR-SOURCE
005207         THRU 9126-EXIT
005208         VARYING WS-SRC-SUB FROM 1 BY 1
005209         UNTIL WS-SRC-SUB > WS-SRC-COUNT
005210            OR WS-SRC-MATCH-SUB > 0.
005211     IF WS-SRC-MATCH-SUB > 0
005212       OR WS-SRC-COUNT >= 20
005213         GO TO 9125-EXIT
005214     END-IF.
005215     ADD 1 TO WS-SRC-COUNT.
005216     MOVE WS-SRC-COUNT     TO WS-SRC-MATCH-SUB.
005217     MOVE WS-SRC-LOOKUP-ID TO SX-SOURCE-ID (WS-SRC-MATCH-SUB).
005218 9125-EXIT.
005219     EXIT.
005220
005221*-----------------------------------------------------------*
005222* 9126-LOOK-FOR-SOURCE - REMEMBER A MATCHING SLOT.
005223*-----------------------------------------------------------*
005224 9126-LOOK-FOR-SOURCE.
005225     IF SX-SOURCE-ID (WS-SRC-SUB) = WS-SRC-LOOKUP-ID
005226         MOVE WS-SRC-SUB TO WS-SRC-MATCH-SUB
005227     END-IF.
005228 9126-EXIT.
005229     EXIT.
005083
005084*-----------------------------------------------------------*
005085* 9150-WRITE-REVERSAL-SECTION - ONE LINE PER REVERSAL REQUEST
005086* READ THIS RUN, WITH THE OFFSET LINE COUNT AND HASH TOTAL
005087* WRITTEN TO THE SOURCE'S RESD FILE AND THE VERDICT, THEN THE
005088* REVERSAL TOTALS.  FunctionBalance PROVES EVERY APPLIED LINE
005089* AGAINST THE RESD GROUP ITSELF.  NOTHING IS PRINTED ON A RUN
005091* WITH NO REVERSAL REQUESTS.
005092*-----------------------------------------------------------*
005093 9150-WRITE-REVERSAL-SECTION.
005094     IF WS-REV-COUNT = 0
005095         GO TO 9150-EXIT
005096     END-IF.
005097
005098     PERFORM 9160-WRITE-ONE-REVERSAL-LINE
005099         THRU 9160-EXIT
005101         VARYING WS-REV-SUB FROM 1 BY 1
005102         UNTIL WS-REV-SUB > WS-REV-COUNT.
005103
005104     MOVE WS-REV-APPLIED TO WS-RPT-REV-COUNT.
005105     MOVE SPACES TO SUMMARY-RPT-RECORD.
005106     STRING "REVERSALS APPLIED..: " WS-RPT-REV-COUNT
005107         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005108     WRITE SUMMARY-RPT-RECORD.
005109
005111     MOVE WS-REV-REFUSED TO WS-RPT-REV-COUNT.
005112     MOVE SPACES TO SUMMARY-RPT-RECORD.
005113     STRING "REVERSALS REFUSED..: " WS-RPT-REV-COUNT
005114         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005115     WRITE SUMMARY-RPT-RECORD.
005116
005117     MOVE WS-REV-LINES-TOTAL TO WS-RPT-REV-LINES.
005118     MOVE SPACES TO SUMMARY-RPT-RECORD.
005119     STRING "REVERSAL LINES.....: " WS-RPT-REV-LINES
005121         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005122     WRITE SUMMARY-RPT-RECORD.
005123
005124     MOVE WS-REV-HASH-TOTAL TO WS-RPT-REV-HASH.
005125     MOVE SPACES TO SUMMARY-RPT-RECORD.
005126     STRING "REVERSAL HASH TOTAL: " WS-RPT-REV-HASH
005127         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005128     WRITE SUMMARY-RPT-RECORD.
005129 9150-EXIT.
005131     EXIT.
005132
005133*-----------------------------------------------------------*
005134* 9160-WRITE-ONE-REVERSAL-LINE - ONE REQUEST, FIXED COLUMNS SO
005135* RunMerge AND FunctionBalance CAN LIFT IT: SOURCE AT 17,
005136* BATCH AT 27, LINES AT 42, HASH AT 56, VERDICT AT 71 AND THE
005137* RUN-ID THAT FIRST ACCEPTED THE BATCH AT 93.
005138*-----------------------------------------------------------*
005139 9160-WRITE-ONE-REVERSAL-LINE.
005141     EVALUATE TRUE
005142         WHEN RV-APPLIED (WS-REV-SUB)
005143             MOVE "APPLIED"           TO WS-REV-VERDICT
005144         WHEN RV-NOT-REGISTERED (WS-REV-SUB)
005145             MOVE "NOT REGISTERED"    TO WS-REV-VERDICT
005146         WHEN RV-ALREADY-REVERSED (WS-REV-SUB)
005147             MOVE "ALREADY REVERSED"  TO WS-REV-VERDICT
005148         WHEN RV-NO-HISTORY (WS-REV-SUB)
005149             MOVE "NO RESULT HISTORY" TO WS-REV-VERDICT
005151         WHEN RV-NO-REGISTER (WS-REV-SUB)
005152             MOVE "NO REGISTER"       TO WS-REV-VERDICT
005153         WHEN OTHER
005154             MOVE "DUPLICATE REQUEST" TO WS-REV-VERDICT
005155     END-EVALUATE.
005156     MOVE RV-LINES (WS-REV-SUB)      TO WS-RPT-REV-LINES.
005157     MOVE RV-HASH-TOTAL (WS-REV-SUB) TO WS-RPT-REV-HASH.
005158
005159     MOVE SPACES TO SUMMARY-RPT-RECORD.
005161     STRING "REVERSAL SOURCE " RV-SOURCE-ID (WS-REV-SUB)
005162            " BATCH " RV-BATCH-ID (WS-REV-SUB)
005163            " LINES " WS-RPT-REV-LINES
005164            " HASH "  WS-RPT-REV-HASH
005165            " "       WS-REV-VERDICT
005166            " RUN "   RV-ORIG-RUN-ID (WS-REV-SUB)
005167         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005168     WRITE SUMMARY-RPT-RECORD.
005169 9160-EXIT.
005171     EXIT.
005083
005084*-----------------------------------------------------------*
005085* 9200-WRITE-TOLERANCE-LINES - THE REJECT TOLERANCE IN FORCE
005086* FOR THIS RUN AND WHETHER THE RUN PASSED IT, SPELLED OUT SO
005087* THE OPERATOR ON SHIFT READS A VERDICT, NOT A WORKSHEET.
005156     CLOSE DIST-OUT-FILE.
005157 9310-EXIT.
005158     EXIT.
005159
005161*-----------------------------------------------------------*
005162* 9400-WRITE-REVERSAL-GROUPS - FOR EVERY ACCEPTED REVERSAL
005163* REQUEST, APPEND A GROUP OF ITS OWN TO THE SOURCE'S RESD FILE
005164* AFTER TONIGHT'S ORDINARY TRAILER: AN "H" HEADER MARKED "R"
005165* WITH THE REVERSED BATCH ID, ONE "D" LINE PER RESULT FIRST
005166* GIVEN WITH THE RESULT NEGATED, AND A "T" TRAILER WITH THE
005167* COUNT AND HASH TOTAL OF THE OFFSETS - THE SAME H/T CONTROLS
005168* AS ANY OTHER GROUP, SO THE RECEIVER PROVES IT THE SAME WAY.
005169* A SOURCE WITH NO ORDINARY RESULTS TONIGHT GETS A FRESH FILE.
005171*-----------------------------------------------------------*
005172 9400-WRITE-REVERSAL-GROUPS.
005173     PERFORM 9410-WRITE-ONE-REVERSAL
005174         THRU 9410-EXIT
005175         VARYING WS-REV-SUB FROM 1 BY 1
005176         UNTIL WS-REV-SUB > WS-REV-COUNT.
005177 9400-EXIT.
005178     EXIT.
005179
005181*-----------------------------------------------------------*
005182* 9410-WRITE-ONE-REVERSAL - ONE REQUEST'S NEGATED GROUP.  A
005183* REFUSED REQUEST WRITES NOTHING AND IS ONLY COUNTED.
005184*-----------------------------------------------------------*
005185 9410-WRITE-ONE-REVERSAL.
005186     IF NOT RV-APPLIED (WS-REV-SUB)
005187         ADD 1 TO WS-REV-REFUSED
005188         GO TO 9410-EXIT
005189     END-IF.
005191     ADD 1 TO WS-REV-APPLIED.
005192
005193     MOVE 0 TO WS-DIST-MATCH-SUB.
005194     PERFORM 9415-LOOK-FOR-REV-DIST
005195         THRU 9415-EXIT
005196         VARYING WS-DIST-SUB FROM 1 BY 1
005197         UNTIL WS-DIST-SUB > WS-DIST-COUNT
005198            OR WS-DIST-MATCH-SUB > 0.
005199
005201     MOVE RV-SOURCE-ID (WS-REV-SUB) TO WS-DFN-SOURCE.
005202     IF WS-DIST-MATCH-SUB > 0
005203         OPEN EXTEND DIST-OUT-FILE
005204     ELSE
005205         OPEN OUTPUT DIST-OUT-FILE
005206         IF WS-DIST-COUNT < 10
005207             ADD 1 TO WS-DIST-COUNT
005208             MOVE RV-SOURCE-ID (WS-REV-SUB)
005209                 TO DT-SOURCE-ID (WS-DIST-COUNT)
005211             MOVE "Y" TO DT-STARTED-SW (WS-DIST-COUNT)
005212             MOVE 0 TO DT-RECS-WRITTEN (WS-DIST-COUNT)
005213             MOVE 0 TO DT-HASH-TOTAL (WS-DIST-COUNT)
005214         END-IF
005215     END-IF.
005216
005217     MOVE SPACES TO DIST-OUT-RECORD.
005218     MOVE "H" TO DO-RECORD-TYPE.
005219     MOVE RV-SOURCE-ID (WS-REV-SUB) TO DO-HDR-SOURCE-ID.
005221     MOVE WS-RUN-ID                 TO DO-HDR-RUN-ID.
005222     SET DO-HDR-REVERSAL TO TRUE.
005223     MOVE RV-BATCH-ID (WS-REV-SUB)  TO DO-HDR-REV-BATCH-ID.
005224     WRITE DIST-OUT-RECORD.
005225
005226     MOVE RV-SOURCE-ID (WS-REV-SUB) TO WS-RK-SOURCE-ID.
005227     MOVE RV-BATCH-ID (WS-REV-SUB)  TO WS-RK-BATCH-ID.
005228     PERFORM 2095-START-HISTORY-SCAN
005229         THRU 2095-EXIT.
005231     PERFORM 2096-READ-NEXT-LIVE-LINE
005232         THRU 2096-EXIT.
005233     PERFORM 9420-WRITE-ONE-OFFSET
005234         THRU 9420-EXIT
005235         UNTIL END-OF-HISTORY-SCAN.
005236
005237     MOVE SPACES TO DIST-OUT-RECORD.
005238     MOVE "T" TO DO-RECORD-TYPE.
005239     MOVE RV-LINES (WS-REV-SUB)      TO DO-TRL-RECORD-COUNT.
005241     MOVE RV-HASH-TOTAL (WS-REV-SUB) TO DO-TRL-HASH-TOTAL.
005242     WRITE DIST-OUT-RECORD.
005243     CLOSE DIST-OUT-FILE.
005244
005245     ADD RV-LINES (WS-REV-SUB)      TO WS-REV-LINES-TOTAL.
005246     ADD RV-HASH-TOTAL (WS-REV-SUB) TO WS-REV-HASH-TOTAL.
005247 9410-EXIT.
005248     EXIT.
005249
005251*-----------------------------------------------------------*
005252* 9415-LOOK-FOR-REV-DIST - REMEMBER THE DISTRIBUTION-TABLE
005253* SLOT OF THE REVERSED BATCH'S SOURCE, IF IT HAS ONE TONIGHT.
005254*-----------------------------------------------------------*
005255 9415-LOOK-FOR-REV-DIST.
005256     IF DT-SOURCE-ID (WS-DIST-SUB) = RV-SOURCE-ID (WS-REV-SUB)
005257         MOVE WS-DIST-SUB TO WS-DIST-MATCH-SUB
005258     END-IF.
005259 9415-EXIT.
005261     EXIT.
005262
005263*-----------------------------------------------------------*
005264* 9420-WRITE-ONE-OFFSET - ONE HISTORY LINE OUT NEGATED, ROLLED
005265* INTO THE GROUP'S COUNT AND HASH, THEN ON TO THE NEXT.
005266*-----------------------------------------------------------*
005267 9420-WRITE-ONE-OFFSET.
005268     MOVE SPACES TO DIST-OUT-RECORD.
005269     MOVE "D" TO DO-RECORD-TYPE.
005271     MOVE RS-PARAM TO DO-PARAM.
005272     COMPUTE DO-RESULT = 0 - RS-RESULT.
005273     WRITE DIST-OUT-RECORD.
005274     ADD 1 TO RV-LINES (WS-REV-SUB).
005275     ADD DO-RESULT TO RV-HASH-TOTAL (WS-REV-SUB).
005276
005277     PERFORM 2096-READ-NEXT-LIVE-LINE
005278         THRU 2096-EXIT.
005279 9420-EXIT.
005281     EXIT.
005121
005122*-----------------------------------------------------------*
005123* 9500-WRITE-RUN-HISTORY - APPEND THIS RUN'S ONE-LINE RECORD
005129     PERFORM 9510-LOAD-RATE-AMOUNTS
005131         THRU 9510-EXIT.
005132
005133     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
005134     ACCEPT WS-RUN-TIME FROM TIME.
005135
005136     OPEN EXTEND RUN-HIST-FILE.
005141
005142     MOVE SPACES TO RUN-HIST-RECORD.
005143     MOVE WS-RUN-ID          TO RH-RUN-ID.
005144     MOVE WS-END-DATE        TO RH-RUN-DATE.
005145     MOVE WS-RUN-TIME        TO RH-RUN-TIME.
005146     MOVE WS-RECS-READ       TO RH-RECS-READ.
005147     MOVE WS-RECS-REJECTED   TO RH-RECS-REJECTED.
005203* REFUSE A RESEND.  NOTHING IS REGISTERED WHEN THE RUN'S
005204* BATCH CONTROL FAILED - THE WHOLE FILE WILL BE FIXED AND
005205* RESUBMITTED, AND REGISTERING THE GOOD BATCHES NOW WOULD
005206* FORCE AN OVERRIDE ON THAT LEGITIMATE RERUN.  THE BATCHES
005401* THIS RUN REVERSED ARE MARKED FIRST, SO A CORRECTED BATCH
005402* RESUBMITTED IN THE SAME RUN IS THEN RE-ACCEPTED OVER ITS
005403* OWN REVERSAL MARK.
005404*-----------------------------------------------------------*
005208 9600-UPDATE-BATCH-REGISTER.
005209     IF NOT REGISTER-IS-OPEN
005211       OR BATCH-CONTROL-FAILED
005212         GO TO 9600-EXIT
005213     END-IF.
005405     PERFORM 9620-MARK-ONE-REVERSAL
005406         THRU 9620-EXIT
005407         VARYING WS-REV-SUB FROM 1 BY 1
005408         UNTIL WS-REV-SUB > WS-REV-COUNT.
005214     PERFORM 9610-REGISTER-ONE-BATCH
005215         THRU 9610-EXIT
005216         VARYING WS-BATCH-SUB FROM 1 BY 1
005222*-----------------------------------------------------------*
005223* 9610-REGISTER-ONE-BATCH - ONE ACCEPTED BATCH ONTO THE
005224* REGISTER.  A KEY ALREADY THERE (AN OVERRIDDEN RESEND) IS
005409* LEFT AS FIRST RECORDED, UNLESS IT WAS REVERSED - THEN THIS
005410* RUN'S ACCEPTANCE REPLACES IT (9615).
005226*-----------------------------------------------------------*
005227 9610-REGISTER-ONE-BATCH.
005228     IF NOT BT-TRAILER-GOOD (WS-BATCH-SUB)
005234     MOVE BT-BATCH-ID (WS-BATCH-SUB)  TO BR-BATCH-ID.
005235     MOVE WS-RUN-DATE                 TO BR-ACCEPT-DATE.
005236     MOVE WS-RUN-ID                   TO BR-RUN-ID.
005237     MOVE SPACES                      TO BR-REVERSED-SW.
005238     MOVE SPACES                      TO BR-REVERSE-RUN-ID.
005239     MOVE 0                           TO BR-REVERSE-DATE.
005237     WRITE BATCH-REG-RECORD
005238         INVALID KEY
005239             PERFORM 9615-REACCEPT-REVERSED-BATCH
005240                 THRU 9615-EXIT
005241     END-WRITE.
005242 9610-EXIT.
005243     EXIT.
005244
005245*-----------------------------------------------------------*
005246* 9615-REACCEPT-REVERSED-BATCH - A CORRECTED RESUBMISSION OF A
005247* REVERSED BATCH TAKES THE REGISTER ENTRY OVER: NEW ACCEPTANCE
005248* DATE AND RUN-ID, REVERSAL MARK CLEARED.  THE REVERSING RUN-ID
005249* AND DATE ARE KEPT AS THE LAST REVERSAL OF THAT BATCH ID.
005251*-----------------------------------------------------------*
005252 9615-REACCEPT-REVERSED-BATCH.
005253     READ BATCH-REG-FILE
005254         INVALID KEY
005255             GO TO 9615-EXIT
005256     END-READ.
005257     IF NOT BR-BATCH-REVERSED
005258         GO TO 9615-EXIT
005259     END-IF.
005261     MOVE WS-RUN-DATE TO BR-ACCEPT-DATE.
005262     MOVE WS-RUN-ID   TO BR-RUN-ID.
005263     MOVE SPACES      TO BR-REVERSED-SW.
005264     REWRITE BATCH-REG-RECORD
005265         INVALID KEY
005266             CONTINUE
005267     END-REWRITE.
005268 9615-EXIT.
005269     EXIT.
005271
005272*-----------------------------------------------------------*
005273* 9620-MARK-ONE-REVERSAL - ONE APPLIED REVERSAL ONTO THE
005274* REGISTER: THE ENTRY IS MARKED REVERSED WITH THIS RUN-ID AND
005275* DATE, WHICH FREES THE BATCH ID FOR RESUBMISSION.
005276*-----------------------------------------------------------*
005277 9620-MARK-ONE-REVERSAL.
005278     IF NOT RV-APPLIED (WS-REV-SUB)
005279         GO TO 9620-EXIT
005281     END-IF.
005282     MOVE RV-SOURCE-ID (WS-REV-SUB) TO BR-SOURCE-ID.
005283     MOVE RV-BATCH-ID (WS-REV-SUB)  TO BR-BATCH-ID.
005284     READ BATCH-REG-FILE
005285         INVALID KEY
005286             GO TO 9620-EXIT
005287     END-READ.
005288     SET BR-BATCH-REVERSED TO TRUE.
005289     MOVE WS-RUN-ID   TO BR-REVERSE-RUN-ID.
005291     MOVE WS-RUN-DATE TO BR-REVERSE-DATE.
005292     REWRITE BATCH-REG-RECORD
005293         INVALID KEY
005294             CONTINUE
005295     END-REWRITE.
005296 9620-EXIT.
005297     EXIT.
005298
005299*-----------------------------------------------------------*
005301* 9650-POST-RESULT-HISTORY - ON A RUN WHOSE BATCH CONTROL
005302* PASSED, FLAG THE HISTORY LINES OF EVERY BATCH THIS RUN
005303* REVERSED, THEN POST TONIGHT'S RESHX EXTRACT TO THE KEYED
005304* RESULT HISTORY.  A SOURCE/BATCH ALREADY ON THE HISTORY (AN
005305* OVERRIDDEN RESEND, OR A CORRECTED RESUBMISSION OF A
005306* REVERSED BATCH) FIRST HAS EVERY EARLIER LINE MOVED OFF TO
005307* THE RESHSUP SUPERSEDED-LINES FILE, WHERE ResultInq STILL
005308* FINDS THEM - NOTHING POSTED BEFORE IS WRITTEN OVER OR LEFT
005309* BEHIND LOOKING LIVE.  IF THE EARLIER LINES CANNOT BE KEPT
005311* NOTHING IS POSTED AND THE JOB ENDS AT RC 8.  THE RUN DATE
005312* IS STAMPED AS EACH LINE IS POSTED.
005313*-----------------------------------------------------------*
005314 9650-POST-RESULT-HISTORY.
005315     IF NOT HISTORY-IS-OPEN
005316       OR BATCH-CONTROL-FAILED
005317         GO TO 9650-EXIT
005318     END-IF.
005319
005321     PERFORM 9660-FLAG-ONE-REVERSAL
005322         THRU 9660-EXIT
005323         VARYING WS-REV-SUB FROM 1 BY 1
005324         UNTIL WS-REV-SUB > WS-REV-COUNT.
005325
005326     OPEN INPUT RESULT-HIST-EXTRACT.
005327     IF WS-RESHX-STATUS NOT = "00"
005328         GO TO 9650-EXIT
005329     END-IF.
005331     OPEN EXTEND RESULT-SUPERSEDED-FILE.
005332     IF WS-RESHSUP-STATUS NOT = "00"
005333         OPEN OUTPUT RESULT-SUPERSEDED-FILE
005334     END-IF.
005335     IF WS-RESHSUP-STATUS NOT = "00"
005336         SET HISTORY-POST-FAILED TO TRUE
005337         MOVE SPACES TO SUMMARY-RPT-RECORD
005338         STRING "RESULT HISTORY.....: RESHSUP NOT AVAILABLE - "
005339                "NOT POSTED - JOB ENDS AT RC 8"
005340             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005341         WRITE SUMMARY-RPT-RECORD
005342         CLOSE RESULT-HIST-EXTRACT
005343         GO TO 9650-EXIT
005344     END-IF.
005345
005346     MOVE SPACES TO WS-SUP-SOURCE-ID.
005347     MOVE SPACES TO WS-SUP-BATCH-ID.
005348     PERFORM 9666-SUPERSEDE-ONE-BATCH
005349         THRU 9666-EXIT
005350         UNTIL END-OF-HISTORY-EXTRACT
005351            OR HISTORY-POST-FAILED.
005352     CLOSE RESULT-HIST-EXTRACT
005353           RESULT-SUPERSEDED-FILE.
005354     IF WS-SUPERSEDED-LINES > 0
005355         MOVE WS-SUPERSEDED-LINES TO WS-RPT-HIST-LINES
005356         MOVE SPACES TO SUMMARY-RPT-RECORD
005357         STRING "RESULT HISTORY.....: " WS-RPT-HIST-LINES
005358                " EARLIER LINE(S) SUPERSEDED - KEPT ON RESHSUP"
005359             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005360         WRITE SUMMARY-RPT-RECORD
005361     END-IF.
005362     IF HISTORY-POST-FAILED
005363         GO TO 9650-EXIT
005364     END-IF.
005365
005366     MOVE "N" TO WS-RESHX-EOF-SW.
005367     OPEN INPUT RESULT-HIST-EXTRACT.
005368     PERFORM 9670-POST-ONE-RESULT
005369         THRU 9670-EXIT
005370         UNTIL END-OF-HISTORY-EXTRACT.
005371     CLOSE RESULT-HIST-EXTRACT.
005372     IF WS-REPEATED-LINES > 0
005373         MOVE WS-REPEATED-LINES TO WS-RPT-HIST-LINES
005374         MOVE SPACES TO SUMMARY-RPT-RECORD
005375         STRING "RESULT HISTORY.....: " WS-RPT-HIST-LINES
005376                " LINE(S) REPEATED BY A RESTART - POSTED ONCE"
005377             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005378         WRITE SUMMARY-RPT-RECORD
005379     END-IF.
005331 9650-EXIT.
005332     EXIT.
005333
005334*-----------------------------------------------------------*
005335* 9660-FLAG-ONE-REVERSAL - MARK EVERY LIVE HISTORY LINE OF ONE
005336* APPLIED REVERSAL AS BACKED OUT, SO THE SAME RESULTS CAN
005337* NEVER BE NEGATED TWICE.
005338*-----------------------------------------------------------*
005339 9660-FLAG-ONE-REVERSAL.
005341     IF NOT RV-APPLIED (WS-REV-SUB)
005342         GO TO 9660-EXIT
005343     END-IF.
005344     MOVE RV-SOURCE-ID (WS-REV-SUB) TO WS-RK-SOURCE-ID.
005345     MOVE RV-BATCH-ID (WS-REV-SUB)  TO WS-RK-BATCH-ID.
005346     PERFORM 2095-START-HISTORY-SCAN
005347         THRU 2095-EXIT.
005348     PERFORM 2096-READ-NEXT-LIVE-LINE
005349         THRU 2096-EXIT.
005351     PERFORM 9665-FLAG-ONE-LINE
005352         THRU 9665-EXIT
005353         UNTIL END-OF-HISTORY-SCAN.
005354 9660-EXIT.
005355     EXIT.
005356
005357*-----------------------------------------------------------*
005358* 9665-FLAG-ONE-LINE - REWRITE ONE HISTORY LINE AS REVERSED
005359* AND MOVE ON TO THE NEXT LIVE ONE.
005361*-----------------------------------------------------------*
005362 9665-FLAG-ONE-LINE.
005363     SET RS-LINE-REVERSED TO TRUE.
005364     REWRITE RESULT-HIST-FILE-RECORD FROM RESULT-HIST-RECORD
005365         INVALID KEY
005366             CONTINUE
005367     END-REWRITE.
005368     PERFORM 2096-READ-NEXT-LIVE-LINE
005369         THRU 2096-EXIT.
005371 9665-EXIT.
005372     EXIT.
005373
005374*-----------------------------------------------------------*
005375* 9666-SUPERSEDE-ONE-BATCH - ONE EXTRACT LINE.  THE FIRST LINE
005376* OF EACH SOURCE/BATCH SENDS EVERY LINE THE HISTORY ALREADY
005377* HOLDS FOR IT - REVERSED, "04" AND ALL - TO RESHSUP AND OFF
005378* THE KEYED FILE.  NOTHING IS POSTED UNTIL THE WHOLE EXTRACT
005379* HAS BEEN THROUGH HERE, SO A BATCH MET AGAIN FURTHER DOWN
005380* FINDS NOTHING LEFT TO MOVE.
005381*-----------------------------------------------------------*
005382 9666-SUPERSEDE-ONE-BATCH.
005383     READ RESULT-HIST-EXTRACT INTO RESULT-HIST-RECORD
005384         AT END
005385             SET END-OF-HISTORY-EXTRACT TO TRUE
005386             GO TO 9666-EXIT
005387     END-READ.
005388     IF RS-SOURCE-ID = WS-SUP-SOURCE-ID
005389       AND RS-BATCH-ID = WS-SUP-BATCH-ID
005390         GO TO 9666-EXIT
005391     END-IF.
005392     MOVE RS-SOURCE-ID TO WS-SUP-SOURCE-ID.
005393     MOVE RS-BATCH-ID  TO WS-SUP-BATCH-ID.
005394     MOVE RS-SOURCE-ID TO WS-RK-SOURCE-ID.
005395     MOVE RS-BATCH-ID  TO WS-RK-BATCH-ID.
005396     PERFORM 2095-START-HISTORY-SCAN
005397         THRU 2095-EXIT.
005398     PERFORM 9667-MOVE-ONE-OLD-LINE
005399         THRU 9667-EXIT
005400         UNTIL END-OF-HISTORY-SCAN
005401            OR HISTORY-POST-FAILED.
005402 9666-EXIT.
005372     EXIT.
005373
005374*-----------------------------------------------------------*
005375* 9667-MOVE-ONE-OLD-LINE - COPY ONE EARLIER LINE OF THE BATCH
005376* TO RESHSUP, AND ONLY ONCE IT IS SAFELY THERE DELETE IT FROM
005377* THE HISTORY.  A LINE THAT CANNOT BE KEPT STAYS WHERE IT IS
005378* AND STOPS THE POST.
005379*-----------------------------------------------------------*
005380 9667-MOVE-ONE-OLD-LINE.
005381     PERFORM 2097-READ-ONE-HISTORY-LINE
005382         THRU 2097-EXIT.
005383     IF END-OF-HISTORY-SCAN
005384         GO TO 9667-EXIT
005385     END-IF.
005386     WRITE RESULT-SUPERSEDED-RECORD FROM RESULT-HIST-RECORD.
005387     IF WS-RESHSUP-STATUS NOT = "00"
005388         SET HISTORY-POST-FAILED TO TRUE
005389         MOVE SPACES TO SUMMARY-RPT-RECORD
005390         STRING "RESULT HISTORY.....: SOURCE " RS-SOURCE-ID
005391                " BATCH " RS-BATCH-ID " NOT KEPT ON RESHSUP"
005392                " - NOT POSTED - JOB ENDS AT RC 8"
005393             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005394         WRITE SUMMARY-RPT-RECORD
005395         GO TO 9667-EXIT
005396     END-IF.
005397     DELETE RESULT-HIST-FILE RECORD
005398         INVALID KEY
005399             SET HISTORY-POST-FAILED TO TRUE
005400             MOVE SPACES TO SUMMARY-RPT-RECORD
005401             STRING "RESULT HISTORY.....: SOURCE " RS-SOURCE-ID
005402                    " BATCH " RS-BATCH-ID " NOT CLEARED"
005403                    " - NOT POSTED - JOB ENDS AT RC 8"
005404                 DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005405             WRITE SUMMARY-RPT-RECORD
005406             GO TO 9667-EXIT
005407     END-DELETE.
005408     ADD 1 TO WS-SUPERSEDED-LINES.
005409 9667-EXIT.
005372     EXIT.
005373
005374*-----------------------------------------------------------*
005375* 9670-POST-ONE-RESULT - ONE EXTRACT LINE ONTO THE HISTORY.
005376*-----------------------------------------------------------*
005377 9670-POST-ONE-RESULT.
005378     READ RESULT-HIST-EXTRACT INTO RESULT-HIST-RECORD
005379         AT END
005381             SET END-OF-HISTORY-EXTRACT TO TRUE
005382             GO TO 9670-EXIT
005383     END-READ.
005384     MOVE WS-RUN-DATE TO RS-RUN-DATE.
005385     WRITE RESULT-HIST-FILE-RECORD FROM RESULT-HIST-RECORD
005386         INVALID KEY
005387             PERFORM 9672-JUDGE-REPEATED-KEY
005388                 THRU 9672-EXIT
005389     END-WRITE.
005391 9670-EXIT.
005392     EXIT.
005393
005394*-----------------------------------------------------------*
005395* 9672-JUDGE-REPEATED-KEY - THE KEY IS ALREADY ON FILE.  EVERY
005396* EARLIER LINE OF THE BATCH WENT TO RESHSUP AT 9666, SO IT WAS
005397* POSTED TONIGHT: A RESTART RE-PROCESSES THE DETAILS AFTER ITS
005398* LAST CHECKPOINT ONTO THE EXTENDED RESHX, AND THE SAME LINE
005399* COMES ROUND TWICE.  THAT IS COUNTED AND LEFT AS POSTED.  A
005400* DIFFERENT LINE UNDER THE SAME KEY IS NOT WRITTEN OVER - IT
005401* IS REPORTED AND THE JOB ENDS AT RC 8.
005402*-----------------------------------------------------------*
005403 9672-JUDGE-REPEATED-KEY.
005404     MOVE RS-HIST-KEY TO RHF-HIST-KEY.
005405     READ RESULT-HIST-FILE
005406         INVALID KEY
005407             MOVE SPACES TO RESULT-HIST-FILE-RECORD
005408     END-READ.
005409     IF RESULT-HIST-FILE-RECORD = RESULT-HIST-RECORD
005410         ADD 1 TO WS-REPEATED-LINES
005411         GO TO 9672-EXIT
005412     END-IF.
005413     SET HISTORY-POST-FAILED TO TRUE.
005414     MOVE SPACES TO SUMMARY-RPT-RECORD.
005415     STRING "RESULT HISTORY.....: SOURCE " RS-SOURCE-ID
005416            " BATCH " RS-BATCH-ID " LINE " RS-DETAIL-SEQ
005417            " TWICE - NOT POSTED - JOB ENDS AT RC 8"
005418         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005419     WRITE SUMMARY-RPT-RECORD.
005420 9672-EXIT.
005392     EXIT.
005393
005394*-----------------------------------------------------------*
005395* 9680-POST-PERIOD-TO-DATE - ON A SINGLE-STREAM NIGHT WHOSE
005396* BATCH CONTROL PASSED (THE SAME RULE AS THE REGISTER AND THE
005397* RESULT HISTORY), ADD EVERY SRCDAYX LINE TO ITS SOURCE'S
005398* RECORD FOR THE PERIOD ON SRCPTD AND APPEND IT TO THE SRCDAY
005399* LOG PeriodEnd PRINTS THE DAILY ACTIVITY FROM.  THE RESULT
005400* GOES ON THE END OF SUMRPT.
005401*-----------------------------------------------------------*
005402 9680-POST-PERIOD-TO-DATE.
005403     IF NOT PERIOD-FILE-IS-OPEN
005404       OR BATCH-CONTROL-FAILED
005405         GO TO 9680-EXIT
005406     END-IF.
005407
005408     OPEN INPUT SOURCE-DAY-EXTRACT.
005409     IF WS-SRCDAYX-STATUS NOT = "00"
005410         GO TO 9680-EXIT
005411     END-IF.
005412     OPEN EXTEND SOURCE-DAY-FILE.
005413     IF WS-SRCDAY-STATUS NOT = "00"
005414         OPEN OUTPUT SOURCE-DAY-FILE
005415     END-IF.
005416     PERFORM 9685-POST-ONE-SOURCE-DAY
005417         THRU 9685-EXIT
005418         UNTIL END-OF-SOURCE-DAYS.
005419     CLOSE SOURCE-DAY-EXTRACT
005420           SOURCE-DAY-FILE.
005421
005422     MOVE WS-PTD-POSTED TO WS-RPT-PTD-COUNT.
005423     MOVE SPACES TO SUMMARY-RPT-RECORD.
005424     STRING "PERIOD POSTINGS....: " WS-RPT-PTD-COUNT
005425            " SOURCE(S) POSTED TO SRCPTD"
005426         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005427     WRITE SUMMARY-RPT-RECORD.
005428     IF WS-PTD-REPEATED > 0
005429         MOVE WS-PTD-REPEATED TO WS-RPT-PTD-COUNT
005430         MOVE SPACES TO SUMMARY-RPT-RECORD
005431         STRING "PERIOD POSTINGS....: " WS-RPT-PTD-COUNT
005432                " SOURCE(S) ALREADY POSTED FOR THIS RUN-ID"
005433                " - NOT ADDED AGAIN"
005434             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005435         WRITE SUMMARY-RPT-RECORD
005436     END-IF.
005437 9680-EXIT.
005438     EXIT.
005439
005440*-----------------------------------------------------------*
005441* 9685-POST-ONE-SOURCE-DAY - ONE SOURCE'S DAY TOTALS.  THE
005442* FIRST NIGHT OF A PERIOD STARTS ITS RECORD WITH NOTHING
005443* BROUGHT FORWARD (PeriodEnd SETS THE OPENING FIGURES WHEN IT
005444* CLOSES THE PERIOD BEFORE).  A RUN-ID ALREADY POSTED IS NOT
005445* ADDED TWICE, AND A CLOSED PERIOD TAKES NO MORE - THAT ENDS
005446* THE JOB AT RC 8 SO THE NIGHT'S FIGURES ARE NOT LOST SILENTLY.
005445* SO DOES A RECORD THAT WILL NOT WRITE OR REWRITE.  EITHER WAY
005446* ONLY THIS SOURCE'S BATCHES ARE MARKED AS NOT POSTED.
005447*-----------------------------------------------------------*
005448 9685-POST-ONE-SOURCE-DAY.
005449     READ SOURCE-DAY-EXTRACT INTO SOURCE-DAY-RECORD
005450         AT END
005451             SET END-OF-SOURCE-DAYS TO TRUE
005452             GO TO 9685-EXIT
005453     END-READ.
005454
005455     MOVE SD-SOURCE-ID TO PT-SOURCE-ID.
005456     MOVE SD-PERIOD    TO PT-PERIOD.
005457     READ PERIOD-TO-DATE-FILE
005458         INVALID KEY
005459             INITIALIZE PERIOD-TO-DATE-RECORD
005460             MOVE SD-SOURCE-ID TO PT-SOURCE-ID
005461             MOVE SD-PERIOD    TO PT-PERIOD
005462             SET PT-PERIOD-OPEN TO TRUE
005463     END-READ.
005464
005465     IF PT-PERIOD-CLOSED
005466         SET PERIOD-POST-FAILED TO TRUE
005467         PERFORM 9687-MARK-SOURCE-BATCHES
005468             THRU 9687-EXIT
005467         MOVE SPACES TO SUMMARY-RPT-RECORD
005468         STRING "PERIOD-TO-DATE.....: SOURCE " SD-SOURCE-ID
005469                " PERIOD " SD-PERIOD " IS CLOSED - NOT POSTED"
005470                " - JOB ENDS AT RC 8"
005471             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005472         WRITE SUMMARY-RPT-RECORD
005473         GO TO 9685-EXIT
005474     END-IF.
005475     IF PT-LAST-RUN-ID = SD-RUN-ID
005476         ADD 1 TO WS-PTD-REPEATED
005477         GO TO 9685-EXIT
005478     END-IF.
005479
005480     ADD 1                 TO PT-PTD-DAYS.
005481     ADD SD-BATCHES        TO PT-PTD-BATCHES.
005482     ADD SD-RECS-READ      TO PT-PTD-RECS-READ.
005483     ADD SD-RECS-REJECTED  TO PT-PTD-RECS-REJECTED.
005484     ADD SD-RECS-PROCESSED TO PT-PTD-RECS-PROCESSD.
005485     ADD SD-RESULT-SUM     TO PT-PTD-RESULT-SUM.
005486     ADD SD-REV-LINES      TO PT-PTD-REV-LINES.
005487     ADD SD-REV-HASH       TO PT-PTD-REV-HASH.
005488     ADD SD-RESD-LINES     TO PT-PTD-RESD-LINES.
005489     ADD SD-RESD-HASH      TO PT-PTD-RESD-HASH.
005490     MOVE SD-RUN-ID        TO PT-LAST-RUN-ID.
005491     MOVE SD-RUN-DATE      TO PT-LAST-RUN-DATE.
005492
005493     WRITE PERIOD-TO-DATE-RECORD
005494         INVALID KEY
005495             REWRITE PERIOD-TO-DATE-RECORD
005496                 INVALID KEY
005497                     CONTINUE
005498             END-REWRITE
005499     END-WRITE.
005500     IF WS-SRCPTD-STATUS NOT = "00"
005501         SET PERIOD-POST-FAILED TO TRUE
005502         PERFORM 9687-MARK-SOURCE-BATCHES
005503             THRU 9687-EXIT
005504         MOVE SPACES TO SUMMARY-RPT-RECORD
005505         STRING "PERIOD-TO-DATE.....: SOURCE " SD-SOURCE-ID
005506                " PERIOD " SD-PERIOD " NOT UPDATED - STATUS "
005507                WS-SRCPTD-STATUS " - JOB ENDS AT RC 8"
005508             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005509         WRITE SUMMARY-RPT-RECORD
005510         GO TO 9685-EXIT
005511     END-IF.
005512     WRITE SOURCE-DAY-FILE-RECORD FROM SOURCE-DAY-RECORD.
005513     ADD 1 TO WS-PTD-POSTED.
005514 9685-EXIT.
005515     EXIT.
005516
005517*-----------------------------------------------------------*
005518* 9687-MARK-SOURCE-BATCHES - EVERY BATCH OF THE SOURCE JUST
005519* REFUSED BY SRCPTD, SO ITS ACK SAYS THE PERIOD-TO-DATE DID
005520* NOT TAKE IT.
005521*-----------------------------------------------------------*
005522 9687-MARK-SOURCE-BATCHES.
005523     PERFORM 9688-MARK-ONE-BATCH
005524         THRU 9688-EXIT
005525         VARYING WS-BATCH-SUB FROM 1 BY 1
005526         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
005527 9687-EXIT.
005528     EXIT.
005529
005530*-----------------------------------------------------------*
005531* 9688-MARK-ONE-BATCH - ONE BATCH-TABLE ENTRY.
005532*-----------------------------------------------------------*
005533 9688-MARK-ONE-BATCH.
005534     IF BT-SOURCE-ID (WS-BATCH-SUB) = SD-SOURCE-ID
005535         SET BT-PTD-NOT-POSTED (WS-BATCH-SUB) TO TRUE
005536     END-IF.
005537 9688-EXIT.
005538     EXIT.
005244
005245*-----------------------------------------------------------*
005246* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
005247* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.  A
005248* STREAM-MODE INSTANCE WRITES NOTHING: N CONCURRENT PROCESSES
005253         OL-RETURN-CODE.
005254 9700-EXIT.
005255     EXIT.
005256
005257*-----------------------------------------------------------*
005258* 9800-WRITE-ACK-FILES - ONE ACKNOWLEDGEMENT FILE PER BATCH
005259* BACK TO ITS SENDING DEPARTMENT.  ON A SPLIT NIGHT RunMerge
005260* WRITES THEM INSTEAD, OFF THE STREAMS' SUMRPT BATCH LINES.
005261*-----------------------------------------------------------*
005262 9800-WRITE-ACK-FILES.
005263     PERFORM 9810-WRITE-ONE-ACK
005264         THRU 9810-EXIT
005265         VARYING WS-BATCH-SUB FROM 1 BY 1
005266         UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
005267
005268     MOVE SPACES TO SUMMARY-RPT-RECORD.
005269     MOVE WS-ACK-WRITTEN TO WS-RPT-ACK-COUNT.
005270     STRING "ACK FILES WRITTEN..: " WS-RPT-ACK-COUNT
005271         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005272     WRITE SUMMARY-RPT-RECORD.
005273
005274     IF WS-ACK-UNRECORDED = 0
005275         GO TO 9800-EXIT
005276     END-IF.
005277     MOVE SPACES TO SUMMARY-RPT-RECORD.
005278     MOVE WS-ACK-UNRECORDED TO WS-RPT-ACK-COUNT.
005279     STRING "ACK FILES WRITTEN..: " WS-RPT-ACK-COUNT
005280            " ACCEPTED BUT NOT FULLY POSTED - DO NOT RESEND,"
005281            " POST BY HAND"
005282         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005283     WRITE SUMMARY-RPT-RECORD.
005284     SET OL-EVENT-MILESTONE TO TRUE.
005285     MOVE "ACCEPTED BATCHES NOT POSTED" TO OL-EVENT-TEXT.
005286     MOVE WS-ACK-UNRECORDED TO OL-COUNT-1.
005287     MOVE 0                 TO OL-COUNT-2.
005288     MOVE 8                 TO OL-RETURN-CODE.
005289     PERFORM 9700-LOG-OPS-EVENT
005290         THRU 9700-EXIT.
005291 9800-EXIT.
005274     EXIT.
005275
005276*-----------------------------------------------------------*
005277* 9810-WRITE-ONE-ACK - THE "H" LINE WITH THE BATCH'S VERDICT
005278* AND COUNTS, AN "R" LINE FOR EACH OF ITS REJECTS ON REJTAG,
005279* AND THE "T" LINE.  A BATCH IS ACCEPTED ONLY WHEN ITS OWN
005280* TRAILER AGREED AND THE RUN'S BATCH CONTROL PASSED - ONLY
005281* THEN IS IT REGISTERED - AND THE REGISTER WAS THERE TO TAKE
005282* IT.  ONE THAT IS REGISTERED AND ON RESD BUT MISSED THE
005283* RESULT HISTORY OR ITS SOURCE'S PERIOD-TO-DATE IS STILL
005284* ACCEPTED - A RESEND WOULD BE REFUSED AS A DUPLICATE - BUT
005285* TOLD NOT TO RESEND AND WHAT WAS NOT POSTED.
005282*-----------------------------------------------------------*
005283 9810-WRITE-ONE-ACK.
005284     MOVE BT-SOURCE-ID (WS-BATCH-SUB) TO WS-AFN-SOURCE.
005285     MOVE BT-BATCH-ID (WS-BATCH-SUB)  TO WS-AFN-BATCH.
005286     OPEN OUTPUT ACK-FILE.
005287     IF WS-ACK-STATUS NOT = "00"
005288         GO TO 9810-EXIT
005289     END-IF.
005290     ADD 1 TO WS-ACK-WRITTEN.
005291
005292     MOVE SPACES TO ACK-RECORD.
005293     SET AK-HEADER TO TRUE.
005294     MOVE BT-SOURCE-ID (WS-BATCH-SUB)      TO AK-SOURCE-ID.
005295     MOVE BT-BATCH-ID (WS-BATCH-SUB)       TO AK-BATCH-ID.
005296     MOVE WS-RUN-ID                        TO AK-RUN-ID.
005297     MOVE WS-RUN-DATE                      TO AK-RUN-DATE.
005298     MOVE BT-TRAILER-COUNT (WS-BATCH-SUB)  TO AK-TRAILER-COUNT.
005299     MOVE BT-RECS-READ (WS-BATCH-SUB)      TO AK-RECS-READ.
005300     MOVE BT-RECS-REJECTED (WS-BATCH-SUB)  TO AK-RECS-REJECTED.
005301     MOVE BT-RECS-PROCESSED (WS-BATCH-SUB) TO AK-RECS-PROCESSED.
005302     EVALUATE TRUE
005303         WHEN BT-BATCH-IS-DUP (WS-BATCH-SUB)
005304             SET AK-BATCH-REFUSED-DUP TO TRUE
005305             MOVE "REFUSED - DUPLICATE" TO AK-VERDICT-TEXT
005306             MOVE "ALREADY ON FILE"     TO AK-VERDICT-NOTE
005307             SET AK-TRAILER-NOT-CHECKED TO TRUE
005308         WHEN BT-TRAILER-GOOD (WS-BATCH-SUB)
005309             SET AK-TRAILER-AGREES TO TRUE
005310             EVALUATE TRUE
005311                 WHEN BATCH-CONTROL-FAILED
005312                     SET AK-BATCH-CONTROL-FAILED TO TRUE
005313                     MOVE "CONTROL FAILED" TO AK-VERDICT-TEXT
005315                     MOVE "RUN HELD"       TO AK-VERDICT-NOTE
005314                 WHEN REGISTER-CHECK-SKIPPED
005315                     SET AK-BATCH-CONTROL-FAILED TO TRUE
005316                     MOVE "CONTROL FAILED" TO AK-VERDICT-TEXT
005317                     MOVE "NOT REGISTERED" TO AK-VERDICT-NOTE
005315                 WHEN HISTORY-POST-SKIPPED
005316                 WHEN HISTORY-POST-FAILED
005317                     SET AK-BATCH-ACCEPTED TO TRUE
005318                     MOVE "ACCEPTED - NO RESEND"
005319                         TO AK-VERDICT-TEXT
005320                     MOVE "HIST NOT POSTED" TO AK-VERDICT-NOTE
005321                     ADD 1 TO WS-ACK-UNRECORDED
005322                 WHEN PERIOD-POST-SKIPPED
005323                 WHEN BT-PTD-NOT-POSTED (WS-BATCH-SUB)
005324                     SET AK-BATCH-ACCEPTED TO TRUE
005325                     MOVE "ACCEPTED - NO RESEND"
005326                         TO AK-VERDICT-TEXT
005327                     MOVE "PTD NOT POSTED"  TO AK-VERDICT-NOTE
005328                     ADD 1 TO WS-ACK-UNRECORDED
005316                 WHEN OTHER
005317                     SET AK-BATCH-ACCEPTED TO TRUE
005318                     MOVE "ACCEPTED"       TO AK-VERDICT-TEXT
005317             END-EVALUATE
005318         WHEN BT-TRAILER-MISMATCHED (WS-BATCH-SUB)
005319             SET AK-BATCH-CONTROL-FAILED TO TRUE
005320             MOVE "CONTROL FAILED"      TO AK-VERDICT-TEXT
005321             MOVE "COUNT MISMATCH"      TO AK-VERDICT-NOTE
005322             SET AK-TRAILER-DISAGREES TO TRUE
005323         WHEN OTHER
005324             SET AK-BATCH-CONTROL-FAILED TO TRUE
005325             MOVE "CONTROL FAILED"      TO AK-VERDICT-TEXT
005326             MOVE "TRAILER MISSING"     TO AK-VERDICT-NOTE
005327             SET AK-TRAILER-NOT-RECEIVED TO TRUE
005328     END-EVALUATE.
005329     WRITE ACK-RECORD.
005330
005331     MOVE 0 TO WS-ACK-REJECT-LINES.
005332     MOVE "N" TO WS-REJTAG-EOF-SW.
005333     OPEN INPUT REJECT-TAG-FILE.
005334     IF WS-REJTAG-STATUS = "00"
005335         PERFORM 9820-COPY-ONE-REJECT-TAG
005336             THRU 9820-EXIT
005337             UNTIL END-OF-REJECT-TAGS
005338         CLOSE REJECT-TAG-FILE
005339     END-IF.
005340
005341     MOVE SPACES TO ACK-RECORD.
005342     SET AK-TRAILER TO TRUE.
005343     MOVE BT-SOURCE-ID (WS-BATCH-SUB) TO AK-SOURCE-ID.
005344     MOVE BT-BATCH-ID (WS-BATCH-SUB)  TO AK-BATCH-ID.
005345     MOVE WS-ACK-REJECT-LINES         TO AK-REJECT-LINES.
005346     WRITE ACK-RECORD.
005347     CLOSE ACK-FILE.
005348 9810-EXIT.
005349     EXIT.
005350
005351*-----------------------------------------------------------*
005352* 9820-COPY-ONE-REJECT-TAG - ONE REJTAG RECORD; THOSE OF THE
005353* BATCH IN HAND BECOME "R" LINES ON ITS ACK FILE.
005354*-----------------------------------------------------------*
005355 9820-COPY-ONE-REJECT-TAG.
005356     READ REJECT-TAG-FILE INTO REJECT-TAG-RECORD
005357         AT END
005358             SET END-OF-REJECT-TAGS TO TRUE
005359             GO TO 9820-EXIT
005360     END-READ.
005361     IF RT-SOURCE-ID NOT = BT-SOURCE-ID (WS-BATCH-SUB)
005362       OR RT-BATCH-ID NOT = BT-BATCH-ID (WS-BATCH-SUB)
005363         GO TO 9820-EXIT
005364     END-IF.
005365     MOVE SPACES TO ACK-RECORD.
005366     SET AK-REJECT TO TRUE.
005367     MOVE RT-SOURCE-ID   TO AK-SOURCE-ID.
005368     MOVE RT-BATCH-ID    TO AK-BATCH-ID.
005369     MOVE RT-DETAIL-SEQ  TO AK-DETAIL-SEQ.
005370     MOVE RT-INPUT-TEXT  TO AK-INPUT-TEXT.
005371     MOVE RT-REASON-CODE TO AK-REASON-CODE.
005372     MOVE RT-REASON-TEXT TO AK-REASON-TEXT.
005373     WRITE ACK-RECORD.
005374     ADD 1 TO WS-ACK-REJECT-LINES.
005375 9820-EXIT.
005376     EXIT.

000349*                    NEW TRAILING MRGCTL FIELD, SAME VERRPT
000351*                    EXCEPTION REPORT, SAME HOLDING RETURN
000352*                    CODE 10 WHEN A MEASURE DRIFTS PAST IT.
000353*  2026-10-15  DM    BATCH REVERSAL ON A SPLIT NIGHT.  THE
000354*                    "REVERSAL SOURCE" LINES OF EACH SUMRPTNN
000355*                    ARE CARRIED ONTO THE MERGED SUMRPT WITH
000356*                    RE-ADDED REVERSAL TOTALS, SO
000357*                    FunctionBalance PROVES THE OFFSETS THE
000358*                    SAME WAY EITHER NIGHT.  AS THE ONE
000359*                    REGISTER WRITER, THIS PROGRAM MARKS EVERY
000360*                    APPLIED REVERSAL FROM A STREAM BELOW RC
000361*                    12 ON BATCHREG, RE-ACCEPTS A CORRECTED
000362*                    RESUBMISSION OVER ITS REVERSAL MARK, AND
000363*                    POSTS EACH SUCH STREAM'S RESHXNN RESULT
000364*                    EXTRACT TO THE KEYED RESULT HISTORY
000365*                    (RESHIST), FLAGGING THE REVERSED BATCHES'
000366*                    LINES FIRST.  A HISTORY THAT CANNOT BE
000367*                    OPENED ENDS THE JOB AT RC 8 OR WORSE.
000368*  2026-10-15  DM    ACKNOWLEDGEMENT FILES ON A SPLIT NIGHT.
000369*                    EVERY "SOURCE" BATCH LINE OF EACH
000370*                    SUMRPTNN IS HELD, AND AFTER THE REGISTER
000371*                    AND HISTORY UPDATES EACH BATCH GETS ITS
000372*                    ACK FILE (SHARED ACKREC COPYBOOK) WITH
000373*                    THE SAME VERDICTS FunctionExample GIVES
000374*                    SINGLE-STREAM - A BATCH FROM A STREAM AT
000375*                    RC 12 OR NOT CARDED IS CONTROL FAILED,
000376*                    RUN HELD - AND ITS REJECTS LIFTED OFF
000377*                    THAT STREAM'S REJTAGNN FILE.
000378*  2026-10-15  DM    RESHIST RECORD WIDENED TO 67 FOR THE
000379*                    STATUS, RATE SET AND ANSWER SOURCE NOW
000380*                    KEPT ON EVERY DETAIL - FD AND RESHXNN
000381*                    RECORD WIDENED TO MATCH.  A "04" LINE IS
000382*                    NOT FLAGGED BY A REVERSAL - IT WAS NEVER
000383*                    GIVEN OUT ON RESD.
000384*  2026-10-15  DM    PARAM OVERRIDES ON A SPLIT NIGHT.  EACH
000385*                    STREAM'S OVRAUDNN OVERRIDE AUDIT TRAIL IS
000386*                    APPENDED TO THE LIVE OVRAUDIT THE SAME
000387*                    WAY AS MFAUDTNN, EACH OVREXCNN IS COPIED
000388*                    UNDER ONE SET OF HEADINGS ONTO THE RUN'S
000389*                    OVREXC EXCEPTIONS REPORT, AND THE
000390*                    "OVERRIDES APPLIED" AND "OVERRIDES
000391*                    IGNORED" FIGURES ARE ADDED ACROSS THE
000392*                    STREAMS ONTO THE MERGED SUMRPT.
000393*  2026-10-15  DM    PERIOD-TO-DATE BY SOURCE ON A SPLIT
000394*                    NIGHT.  EVERY STREAM BELOW RC 12 HAS ITS
000395*                    SRCDXNN DAY-TOTALS EXTRACT POSTED TO THE
000396*                    KEYED SRCPTD FILE AND APPENDED TO THE
000397*                    SRCDAY LOG UNDER THE MERGED RUN-ID AND
000398*                    DATE, THE SAME POSTING FunctionExample
000399*                    DOES ON A SINGLE-STREAM NIGHT.  A SRCPTD
000400*                    THAT WILL NOT OPEN, OR A NIGHT FALLING IN
000401*                    A CLOSED PERIOD, ENDS THE JOB AT RC 8.
000402*  2026-10-15  DM    MFAUDIT LINES NOW CARRY A RUN-LEVEL
000403*                    SEQUENCE NUMBER AND A CHAINED CHECK
000404*                    VALUE (RECORD WIDENED TO 169).  EACH
000405*                    MFAUDTNN LINE IS PROVED AGAINST THE ONE
000406*                    BEFORE IT IN THE STREAM LOG AND THEN
000407*                    RE-SEALED ONTO THE END OF THE LIVE
000408*                    MFAUDIT CHAIN AS IT IS APPENDED (SHARED
000409*                    AUDCHAIN SUBPROGRAM), SO THE MERGED LOG
000410*                    IS STILL ONE UNBROKEN CHAIN.  A LINE
000411*                    THAT DOES NOT PROVE IS COPIED AS IT
000412*                    STANDS - THE BREAK STAYS VISIBLE IN THE
000413*                    LIVE LOG - AND IS REPORTED PER STREAM ON
000414*                    THE MERGED SUMRPT AS A CONTROL FAILURE
000415*                    AT RC 8.  THE JOB'S RETURN CODE IS NOW
000416*                    HELD ACROSS THE CLOSING OPSLOG CALL,
000417*                    WHICH WAS RESETTING IT.
000418*  2026-10-15  DM    A BATCH ALREADY ON RESHIST NO LONGER HAS
000419*                    ITS LINES WRITTEN OVER WHEN IT IS POSTED
000420*                    AGAIN - EVERY EARLIER LINE IS MOVED TO
000421*                    THE NEW RESHSUP SUPERSEDED-LINES FILE
000422*                    FIRST, AND IF THEY CANNOT BE KEPT THE
000423*                    POST IS REFUSED AT RC 8.  AN ACK SAYS
000424*                    ACCEPTED ONLY WHEN THE REGISTER, THE
000425*                    HISTORY AND THE PERIOD-TO-DATE ALL TOOK
000426*                    THE NIGHT.  THE RUN DATE IS NOW TAKEN
000427*                    ONCE AT START; RUNHIST'S DATE IS READ
000428*                    WITH ITS TIME INTO A FIELD OF ITS OWN.
000429*  2026-10-15  DM    A BATCH THAT WAS REGISTERED AND WENT OUT
000430*                    ON RESD BUT MISSED THE HISTORY OR ITS
000431*                    SOURCE'S PERIOD-TO-DATE IS ACKED ACCEPTED
000432*                    WITH "DO NOT RESEND" AND A NOTE OF WHAT
000433*                    WAS NOT POSTED, COUNTED ON SUMRPT AND
000434*                    OPSLOG.  A CLOSED PERIOD OR A FAILED
000435*                    SRCPTD UPDATE NOW MARKS ONLY THAT
000436*                    SOURCE'S BATCHES AND ENDS AT RC 8.
000437*-----------------------------------------------------------*
000438 ENVIRONMENT DIVISION.
000439 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000441 OBJECT-COMPUTER.   IBM-370.
000442
000443 INPUT-OUTPUT SECTION.
000444 FILE-CONTROL.
000445     SELECT MERGE-CTL-FILE
000446         ASSIGN TO "MRGCTL"
000447         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS WS-MRGCTL-STATUS.
000449
000450     SELECT STREAM-RES-FILE
000460         ASSIGN TO DYNAMIC WS-RES-FILE-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000596         ACCESS MODE IS RANDOM
000597         RECORD KEY IS BR-REG-KEY
000598         FILE STATUS IS WS-BATCHREG-STATUS.
000599
000600     SELECT RESULT-HIST-FILE
000601         ASSIGN TO "RESHIST"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS RHF-HIST-KEY
000605         FILE STATUS IS WS-RESHIST-STATUS.
000606
000607     SELECT STREAM-RHX-FILE
000608         ASSIGN TO DYNAMIC WS-RHX-FILE-NAME
000609         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-STREAM-RHX-STATUS.
000611
000612     SELECT RESULT-SUPERSEDED-FILE
000613         ASSIGN TO "RESHSUP"
000614         ORGANIZATION IS LINE SEQUENTIAL
000615         FILE STATUS IS WS-RESHSUP-STATUS.
000616
000617     SELECT STREAM-TAG-FILE
000618         ASSIGN TO DYNAMIC WS-TAG-FILE-NAME
000619         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-STREAM-TAG-STATUS.
000621
000622     SELECT ACK-FILE
000623         ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
000624         ORGANIZATION IS LINE SEQUENTIAL
000625         FILE STATUS IS WS-ACK-STATUS.
000626
000627     SELECT STREAM-OVA-FILE
000628         ASSIGN TO DYNAMIC WS-OVA-FILE-NAME
000629         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-STREAM-OVA-STATUS.
000631
000632     SELECT OVERRIDE-AUDIT-FILE
000633         ASSIGN TO "OVRAUDIT"
000634         ORGANIZATION IS LINE SEQUENTIAL
000635         FILE STATUS IS WS-OVRAUDIT-STATUS.
000636
000637     SELECT STREAM-OVX-FILE
000638         ASSIGN TO DYNAMIC WS-OVX-FILE-NAME
000639         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-STREAM-OVX-STATUS.
000641
000642     SELECT OVERRIDE-EXC-FILE
000643         ASSIGN TO "OVREXC"
000644         ORGANIZATION IS LINE SEQUENTIAL
000645         FILE STATUS IS WS-OVREXC-STATUS.
000646
000647     SELECT STREAM-SDX-FILE
000648         ASSIGN TO DYNAMIC WS-SDX-FILE-NAME
000649         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-STREAM-SDX-STATUS.
000651
000652     SELECT PERIOD-TO-DATE-FILE
000653         ASSIGN TO "SRCPTD"
000654         ORGANIZATION IS INDEXED
000655         ACCESS MODE IS RANDOM
000656         RECORD KEY IS PT-PTD-KEY
000657         FILE STATUS IS WS-SRCPTD-STATUS.
000658
000659     SELECT SOURCE-DAY-FILE
000660         ASSIGN TO "SRCDAY"
000661         ORGANIZATION IS LINE SEQUENTIAL
000662         FILE STATUS IS WS-SRCDAY-STATUS.
000663
000664     SELECT RESULT-OUT-FILE
000665         ASSIGN TO "RESOUT"
000666         ORGANIZATION IS LINE SEQUENTIAL.
000667
000668     SELECT REJECT-OUT-FILE
000669         ASSIGN TO "REJOUT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000671
000680     SELECT SUMMARY-RPT-FILE
000690         ASSIGN TO "SUMRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
001032     05  SS-REST             PIC X(40).
001034
001035 FD  STREAM-AUD-FILE.
001036 01  STREAM-AUD-RECORD       PIC X(169).
001037
001038 FD  AUDIT-LOG-FILE.
001039 01  AUDIT-LOG-RECORD        PIC X(169).
001041
001042 FD  BATCH-REG-FILE.
001043     COPY BATCHREG.
001044
001045 FD  RESULT-HIST-FILE.
001046 01  RESULT-HIST-FILE-RECORD.
001047     05  RHF-HIST-KEY        PIC X(19).
001048     05  FILLER              PIC X(48).
001049
001050 FD  STREAM-RHX-FILE.
001051 01  STREAM-RHX-RECORD       PIC X(67).
001052
001053 FD  RESULT-SUPERSEDED-FILE.
001054 01  RESULT-SUPERSEDED-RECORD PIC X(67).
001055
001056 FD  STREAM-TAG-FILE.
001057 01  STREAM-TAG-RECORD       PIC X(63).
001058
001059 FD  ACK-FILE.
001060     COPY ACKREC.
001061
001062 FD  STREAM-OVA-FILE.
001063 01  STREAM-OVA-RECORD       PIC X(104).
001064
001065 FD  OVERRIDE-AUDIT-FILE.
001066 01  OVERRIDE-AUDIT-FILE-RECORD PIC X(104).
001067
001068 FD  STREAM-OVX-FILE.
001069 01  STREAM-OVX-RECORD       PIC X(100).
001070
001071 FD  OVERRIDE-EXC-FILE.
001072 01  OVERRIDE-EXC-RECORD     PIC X(100).
001073
001074 FD  STREAM-SDX-FILE.
001075 01  STREAM-SDX-RECORD       PIC X(129).
001076
001077 FD  PERIOD-TO-DATE-FILE.
001078     COPY SRCPTD.
001079
001080 FD  SOURCE-DAY-FILE.
001081 01  SOURCE-DAY-FILE-RECORD  PIC X(129).
001082
001083 FD  RESULT-OUT-FILE.
001084 01  RESULT-OUT-RECORD       PIC X(22).
001085
001086 FD  REJECT-OUT-FILE.
001090 01  REJECT-OUT-RECORD       PIC X(48).
001100
001110 FD  SUMMARY-RPT-FILE.
001200 WORKING-STORAGE SECTION.
001210 77  WS-MRGCTL-STATUS        PIC X(02)   VALUE "00".
001220 77  WS-STREAM-RES-STATUS    PIC X(02)   VALUE "00".
001221 77  WS-STREAM-REJ-STATUS    PIC X(02)   VALUE "00".
001222 77  WS-STREAM-SUM-STATUS    PIC X(02)   VALUE "00".
001223 77  WS-STREAM-AUD-STATUS    PIC X(02)   VALUE "00".
001224 77  WS-AUDIT-STATUS         PIC X(02)   VALUE "00".
001225 77  WS-BATCHREG-STATUS      PIC X(02)   VALUE "00".
001226 77  WS-RUNHIST-STATUS       PIC X(02)   VALUE "00".
001227 77  WS-RATECTL-STATUS       PIC X(02)   VALUE "00".
001228 77  WS-RESHIST-STATUS       PIC X(02)   VALUE "00".
001229 77  WS-STREAM-RHX-STATUS    PIC X(02)   VALUE "00".
001230 77  WS-RESHSUP-STATUS       PIC X(02)   VALUE "00".
001231 77  WS-STREAM-TAG-STATUS    PIC X(02)   VALUE "00".
001232 77  WS-ACK-STATUS           PIC X(02)   VALUE "00".
001233 77  WS-STREAM-OVA-STATUS    PIC X(02)   VALUE "00".
001234 77  WS-OVRAUDIT-STATUS      PIC X(02)   VALUE "00".
001235 77  WS-STREAM-OVX-STATUS    PIC X(02)   VALUE "00".
001236 77  WS-OVREXC-STATUS        PIC X(02)   VALUE "00".
001237 77  WS-OVAOUT-OPEN-SWITCH   PIC X(01)   VALUE "N".
001238     88  MERGED-OVR-AUDIT-IS-OPEN        VALUE "Y".
001239 77  WS-STREAM-SDX-STATUS    PIC X(02)   VALUE "00".
001240 77  WS-SRCPTD-STATUS        PIC X(02)   VALUE "00".
001241 77  WS-SRCDAY-STATUS        PIC X(02)   VALUE "00".
001242 77  WS-PERIOD-FAIL-SW       PIC X(01)   VALUE "N".
001243     88  PERIOD-POST-FAILED              VALUE "Y" "U".
001244     88  PERIOD-FILE-UNAVAILABLE         VALUE "U".
001245 77  WS-PTD-POSTED           PIC 9(04)   COMP VALUE 0.
001246 77  WS-PTD-REPEATED         PIC 9(04)   COMP VALUE 0.
001247 77  WS-LIVE-SCAN-SW         PIC X(01)   VALUE "N".
001248     88  END-OF-LIVE-AUDIT               VALUE "Y".
001249 77  WS-CHAIN-FAIL-SW        PIC X(01)   VALUE "N".
001250     88  AUDIT-CHAIN-BROKEN              VALUE "Y".
001251 77  WS-LIVE-CHECK           PIC 9(09)   VALUE 0.
001252 77  WS-STREAM-CHECK         PIC 9(09)   VALUE 0.
001253 77  WS-STREAM-SEQ           PIC 9(08)   VALUE 0.
001254 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001262
001264 77  WS-AUDOUT-OPEN-SWITCH   PIC X(01)   VALUE "N".
001266     88  MERGED-AUDIT-IS-OPEN            VALUE "Y".
001268 77  WS-REGISTER-FAIL-SW     PIC X(01)   VALUE "N".
001271     88  REGISTRATION-FAILED             VALUE "Y".
001272 77  WS-HISTORY-FAIL-SW      PIC X(01)   VALUE "N".
001273     88  HISTORY-POST-FAILED             VALUE "Y".
001274 77  WS-HIST-SCAN-SW         PIC X(01)   VALUE "N".
001275     88  END-OF-HISTORY-SCAN             VALUE "Y".
001276 77  WS-LIVE-LINE-SW         PIC X(01)   VALUE "N".
001277     88  LIVE-LINE-FOUND                 VALUE "Y".
001278 77  WS-SUP-SOURCE-ID        PIC X(03)   VALUE SPACES.
001279 77  WS-SUP-BATCH-ID         PIC X(08)   VALUE SPACES.
001280 77  WS-SUPERSEDED-LINES     PIC 9(08)   COMP VALUE 0.
001281 77  WS-REPEATED-LINES       PIC 9(08)   COMP VALUE 0.
001284
001287 77  WS-FILE-EOF-SWITCH      PIC X(01)   VALUE "N".
001290     88  END-OF-CURRENT-FILE             VALUE "Y".
001300 77  WS-RATE-EOF-SWITCH      PIC X(01)   VALUE "N".
001310     88  END-OF-RATE-CARDS               VALUE "Y".
001452
001454 01  WS-STREAM-RC-TABLE.
001456     05  WS-STREAM-RC-ENTRY  OCCURS 8 TIMES.
001457         10  SR-CARDED-SW        PIC X(01).
001458             88  SR-RC-WAS-CARDED        VALUE "Y".
001459         10  SR-RETURN-CODE      PIC 9(02).
001460         10  SR-RUN-ID           PIC X(08).
001461         10  SR-CHAIN-BREAKS     PIC 9(08)   COMP.
001462
001465 77  WS-REG-COUNT            PIC 9(03)   COMP VALUE 0.
001466 77  WS-REG-SUB              PIC 9(03)   COMP VALUE 0.
001511
001482     05  WB-SOURCE-ID        PIC X(03).
001483     05  FILLER              PIC X(07).
001484     05  WB-BATCH-ID         PIC X(08).
001485     05  FILLER              PIC X(06).
001486     05  WB-RECS-READ        PIC X(08).
001487     05  FILLER              PIC X(05).
001488     05  WB-RECS-REJECTED    PIC X(08).
001489     05  FILLER              PIC X(06).
001490     05  WB-RECS-PROCESSED   PIC X(08).
001491     05  FILLER              PIC X(09).
001492     05  WB-TRAILER-COUNT    PIC X(08).
001493     05  FILLER              PIC X(01).
001494     05  WB-VERDICT          PIC X(15).
001495     05  FILLER              PIC X(01).
001496
001497*    THE FIXED COLUMNS OF A SUMRPT "REVERSAL SOURCE" LINE AS
001498*    FunctionExample'S 9160-WRITE-ONE-REVERSAL-LINE STRINGS IT.
001499 01  WS-REVERSAL-LINE.
001500     05  WV-TAG              PIC X(16).
001501     05  WV-SOURCE-ID        PIC X(03).
001502     05  FILLER              PIC X(07).
001503     05  WV-BATCH-ID         PIC X(08).
001504     05  FILLER              PIC X(07).
001505     05  WV-LINES            PIC X(08).
001506     05  FILLER              PIC X(06).
001507     05  WV-HASH             PIC X(14).
001508     05  FILLER              PIC X(01).
001509     05  WV-VERDICT          PIC X(17).
001510     05  FILLER              PIC X(05).
001511     05  WV-RUN-ID           PIC X(08).
001512
001513*    EVERY REVERSAL LINE LIFTED OFF THE STREAM SUMRPTS, KEPT
001514*    WHOLE FOR THE MERGED REPORT.  RX-TO-BE-MARKED IS AN APPLIED
001515*    REVERSAL FROM A STREAM BELOW RC 12 - THE ONES THE REGISTER
001516*    AND THE RESULT HISTORY ARE UPDATED FOR.
001517 77  WS-REV-COUNT            PIC 9(03)   COMP VALUE 0.
001518 77  WS-REV-SUB              PIC 9(03)   COMP VALUE 0.
001519 77  WS-REV-MARK-COUNT       PIC 9(03)   COMP VALUE 0.
001520 77  WS-REV-APPLIED          PIC 9(08)   COMP VALUE 0.
001521 77  WS-REV-REFUSED          PIC 9(08)   COMP VALUE 0.
001522 77  WS-REV-LINES-TOTAL      PIC S9(13)  COMP VALUE 0.
001523 77  WS-REV-HASH-TOTAL       PIC S9(13)  COMP VALUE 0.
001524 01  WS-REV-TABLE.
001525     05  WS-REV-ENTRY        OCCURS 80 TIMES.
001526         10  RX-LINE             PIC X(100).
001527         10  RX-SOURCE-ID        PIC X(03).
001528         10  RX-BATCH-ID         PIC X(08).
001529         10  RX-MARK-SW          PIC X(01).
001530             88  RX-TO-BE-MARKED         VALUE "Y".
001531
001532*    SOURCE/BATCH ID BEING LOOKED FOR ON THE RESULT HISTORY.
001533 01  WS-REV-KEY.
001534     05  WS-RK-SOURCE-ID     PIC X(03).
001535     05  WS-RK-BATCH-ID      PIC X(08).
001536
001537     COPY RESHIST.
001538
001539*    EVERY BATCH LINE LIFTED OFF THE STREAM SUMRPTS, FOR THE
001540*    ACK FILES.  AB-RUN-HELD IS A BATCH FROM A STREAM THAT
001541*    ENDED AT RC 12 OR NEVER CARDED ITS RETURN CODE.
001542 77  WS-ACK-COUNT            PIC 9(03)   COMP VALUE 0.
001543 77  WS-ACK-SUB              PIC 9(03)   COMP VALUE 0.
001544 77  WS-ACK-REJECT-LINES     PIC 9(08)   COMP VALUE 0.
001545 77  WS-ACK-WRITTEN          PIC 9(04)   COMP VALUE 0.
001546 77  WS-ACK-UNRECORDED       PIC 9(04)   COMP VALUE 0.
001547 01  WS-ACK-TABLE.
001548     05  WS-ACK-ENTRY        OCCURS 80 TIMES.
001549         10  AB-SOURCE-ID        PIC X(03).
001550         10  AB-BATCH-ID         PIC X(08).
001551         10  AB-STREAM           PIC 9(02).
001552         10  AB-RECS-READ        PIC 9(08)   COMP.
001553         10  AB-RECS-REJECTED    PIC 9(08)   COMP.
001554         10  AB-RECS-PROCESSED   PIC 9(08)   COMP.
001555         10  AB-TRAILER-COUNT    PIC 9(08)   COMP.
001556         10  AB-VERDICT          PIC X(15).
001557         10  AB-RUN-HELD-SW      PIC X(01).
001558             88  AB-RUN-HELD             VALUE "Y".
001559         10  AB-PTD-SW           PIC X(01).
001560             88  AB-PTD-NOT-POSTED       VALUE "Y".
001561
001562     COPY REJTAG.
001563
001564 77  WS-TOT-RECS-READ        PIC S9(13)  COMP VALUE 0.
001565 77  WS-TOT-RECS-REJECTED    PIC S9(13)  COMP VALUE 0.
001566 77  WS-TOT-RECS-PROCESSED   PIC S9(13)  COMP VALUE 0.
001567 77  WS-TOT-LOOKUP-HITS      PIC S9(13)  COMP VALUE 0.
001568 77  WS-TOT-CALC-CALLS       PIC S9(13)  COMP VALUE 0.
001569 77  WS-TOT-OVR-APPLIED      PIC S9(13)  COMP VALUE 0.
001570 77  WS-TOT-OVR-IGNORED      PIC S9(13)  COMP VALUE 0.
001571 77  WS-MERGED-MIN           PIC S9(09)  COMP VALUE 0.
001572 77  WS-MERGED-MAX           PIC S9(09)  COMP VALUE 0.
001573 77  WS-MERGED-SUM           PIC S9(13)  COMP VALUE 0.
001574 77  WS-MERGED-RES-COUNT     PIC S9(13)  COMP VALUE 0.
001575 77  WS-MERGED-AVG           PIC S9(09)V9(02) VALUE 0.
001576
001577*    ONE STREAM'S FIGURES AS LIFTED OFF ITS SUMRPT.
001580 77  WS-STR-RECS-READ        PIC S9(13)  COMP VALUE 0.
001590 77  WS-STR-RECS-REJECTED    PIC S9(13)  COMP VALUE 0.
001600 77  WS-STR-RECS-PROCESSED   PIC S9(13)  COMP VALUE 0.
001610 77  WS-STR-LOOKUP-HITS      PIC S9(13)  COMP VALUE 0.
001620 77  WS-STR-CALC-CALLS       PIC S9(13)  COMP VALUE 0.
001621 77  WS-STR-OVR-APPLIED      PIC S9(13)  COMP VALUE 0.
001622 77  WS-STR-OVR-IGNORED      PIC S9(13)  COMP VALUE 0.
001630 77  WS-STR-RESULT-MIN       PIC S9(13)  COMP VALUE 0.
001640 77  WS-STR-RESULT-MAX       PIC S9(13)  COMP VALUE 0.
001660 77  WS-STR-MIN-FOUND-SW     PIC X(01)   VALUE "N".
001679     05  WR-RESULT           PIC S9(09)
001681                             SIGN LEADING SEPARATE CHARACTER.
001680
001681*    THE RUN DATE IS TAKEN ONCE AT START AND STAMPS EVERYTHING
001682*    THE MERGE POSTS; RUNHIST'S DATE GOES WITH ITS CLOCK TIME.
001690 77  WS-RUN-DATE             PIC 9(08)   VALUE 0.
001691 77  WS-END-DATE             PIC 9(08)   VALUE 0.
001700 77  WS-RUN-TIME             PIC 9(08)   VALUE 0.
001710
001720 77  WS-RATE-ADD-AMOUNT      PIC 9(04)   VALUE 10.
001862 01  WS-AUD-FILE-NAME.
001864     05  WS-AUD-PREFIX       PIC X(06)   VALUE "MFAUDT".
001866     05  WS-AUD-NUMBER       PIC 9(02)   VALUE 0.
001867 01  WS-RHX-FILE-NAME.
001868     05  WS-RHX-PREFIX       PIC X(05)   VALUE "RESHX".
001869     05  WS-RHX-NUMBER       PIC 9(02)   VALUE 0.
001870 01  WS-TAG-FILE-NAME.
001871     05  WS-TAG-PREFIX       PIC X(06)   VALUE "REJTAG".
001872     05  WS-TAG-NUMBER       PIC 9(02)   VALUE 0.
001873 01  WS-ACK-FILE-NAME.
001874     05  WS-AFN-PREFIX       PIC X(03)   VALUE "ACK".
001875     05  WS-AFN-SOURCE       PIC X(03)   VALUE SPACES.
001876     05  WS-AFN-BATCH        PIC X(08)   VALUE SPACES.
001877 01  WS-OVA-FILE-NAME.
001878     05  WS-OVA-PREFIX       PIC X(06)   VALUE "OVRAUD".
001879     05  WS-OVA-NUMBER       PIC 9(02)   VALUE 0.
001880 01  WS-OVX-FILE-NAME.
001881     05  WS-OVX-PREFIX       PIC X(06)   VALUE "OVREXC".
001882     05  WS-OVX-NUMBER       PIC 9(02)   VALUE 0.
001883 01  WS-SDX-FILE-NAME.
001884     05  WS-SDX-PREFIX       PIC X(05)   VALUE "SRCDX".
001885     05  WS-SDX-NUMBER       PIC 9(02)   VALUE 0.
001886
001887 01  WS-RPT-RECS-READ        PIC ZZZZZZZ9.
001890 01  WS-RPT-RECS-REJECTED    PIC ZZZZZZZ9.
001900 01  WS-RPT-RECS-PROCESSED   PIC ZZZZZZZ9.
001910 01  WS-RPT-LOOKUP-HITS      PIC ZZZZZZZ9.
001920 01  WS-RPT-CALC-CALLS       PIC ZZZZZZZ9.
001921 01  WS-RPT-OVR-APPLIED      PIC ZZZZZZZ9.
001922 01  WS-RPT-OVR-IGNORED      PIC ZZZZZZZ9.
001923 01  WS-RPT-PTD-COUNT        PIC ZZZ9.
001924
001925     COPY SRCDAY.
001930 01  WS-RPT-RESULT-MIN       PIC -ZZZZZZZZ9.
001940 01  WS-RPT-RESULT-MAX       PIC -ZZZZZZZZ9.
001950 01  WS-RPT-RESULT-AVG       PIC -ZZZZZZZZ9.99.
001974 01  WS-RPT-VM-NORM          PIC -Z(12)9.
001976 01  WS-RPT-VERIFY-PCT       PIC ZZ9.
001978 01  WS-RPT-PRIOR-COUNT      PIC 9(01).
001979 01  WS-RPT-REV-COUNT        PIC ZZZZZZZ9.
001980 01  WS-RPT-REV-LINES        PIC ZZZZZZZ9.
001981 01  WS-RPT-REV-HASH         PIC -Z(12)9.
001982 01  WS-RPT-CHAIN-BREAKS     PIC ZZZZZZZ9.
001983 01  WS-RPT-ACK-COUNT        PIC ZZZZZZZ9.
001984 01  WS-RPT-HIST-LINES       PIC ZZZZZZZ9.
001985
001986     COPY ACCALL.
001988
001990     COPY OPCALL.
002000
002010 PROCEDURE DIVISION.
002160         PERFORM 9000-WRITE-MERGED-SUMMARY
002170             THRU 9000-EXIT
002180         PERFORM 9500-WRITE-RUN-HISTORY
002185             THRU 9500-EXIT
002186         PERFORM 9550-VERIFY-RUN-FIGURES
002187             THRU 9550-EXIT
002188         PERFORM 9600-UPDATE-BATCH-REGISTER
002189             THRU 9600-EXIT
002190         PERFORM 9650-POST-RESULT-HISTORY
002191             THRU 9650-EXIT
002192         PERFORM 9680-POST-PERIOD-TO-DATE
002193             THRU 9680-EXIT
002194         PERFORM 9800-WRITE-ACK-FILES
002195             THRU 9800-EXIT
002200     END-IF.
002210
002220     PERFORM 8000-TERMINATE
002260         MOVE 8 TO RETURN-CODE
002270     ELSE
002280         MOVE WS-WORST-RC TO RETURN-CODE
002281     END-IF.
002282     IF REGISTRATION-FAILED
002283       AND RETURN-CODE < 8
002284         MOVE 8 TO RETURN-CODE
002285     END-IF.
002286     IF HISTORY-POST-FAILED
002287       AND RETURN-CODE < 8
002288         MOVE 8 TO RETURN-CODE
002289     END-IF.
002290     IF PERIOD-POST-FAILED
002291       AND RETURN-CODE < 8
002292         MOVE 8 TO RETURN-CODE
002293     END-IF.
002294     IF AUDIT-CHAIN-BROKEN
002295       AND RETURN-CODE < 8
002296         MOVE 8 TO RETURN-CODE
002297     END-IF.
002301     IF VERIFICATION-TRIPPED
002302       AND RETURN-CODE < 10
002303         MOVE 10 TO RETURN-CODE
002330     MOVE WS-TOT-RECS-READ     TO OL-COUNT-1.
002340     MOVE WS-TOT-RECS-REJECTED TO OL-COUNT-2.
002350     MOVE RETURN-CODE          TO OL-RETURN-CODE.
002355     MOVE RETURN-CODE          TO WS-JOB-RC.
002360     PERFORM 9700-LOG-OPS-EVENT
002370         THRU 9700-EXIT.
002375     MOVE WS-JOB-RC            TO RETURN-CODE.
002380
002390     STOP RUN.
002400
002540     PERFORM 9700-LOG-OPS-EVENT
002550         THRU 9700-EXIT.
002560
002561     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002570     OPEN OUTPUT SUMMARY-RPT-FILE.
002580     MOVE SPACES TO SUMMARY-RPT-RECORD.
002590     STRING "FUNCTIONEXAMPLE - BATCH RUN SUMMARY (MERGED)"
002990
003000     OPEN OUTPUT RESULT-OUT-FILE.
003010     OPEN OUTPUT REJECT-OUT-FILE.
003012
003014     OPEN OUTPUT OVERRIDE-EXC-FILE.
003016     MOVE SPACES TO OVERRIDE-EXC-RECORD.
003018     STRING "FUNCTIONEXAMPLE - PARAM OVERRIDES NOT IN FORCE "
003019            "(IGNORED)"
003020         DELIMITED BY SIZE INTO OVERRIDE-EXC-RECORD.
003021     WRITE OVERRIDE-EXC-RECORD.
003022     MOVE SPACES TO OVERRIDE-EXC-RECORD.
003023     STRING "REASON             SRC  BATCH     POSITION"
003024            "       PARAM    OVERRIDE  EFFECTIVE-EXPIRY   RUN-ID"
003025         DELIMITED BY SIZE INTO OVERRIDE-EXC-RECORD.
003026     WRITE OVERRIDE-EXC-RECORD.
003028 1000-EXIT.
003030     EXIT.
003040
003050*-----------------------------------------------------------*
003090 1100-TAKE-ONE-STREAM-RC.
003092     MOVE "N" TO SR-CARDED-SW (WS-STREAM-SUB).
003094     MOVE 0   TO SR-RETURN-CODE (WS-STREAM-SUB).
003095     MOVE 0   TO SR-CHAIN-BREAKS (WS-STREAM-SUB).
003096     MOVE MC-STREAM-RUN-ID (WS-STREAM-SUB)
003098         TO SR-RUN-ID (WS-STREAM-SUB).
003100     IF MC-STREAM-RC (WS-STREAM-SUB) IS NUMERIC
003290         THRU 2300-EXIT.
003292     PERFORM 2400-COPY-STREAM-AUDIT
003294         THRU 2400-EXIT.
003295     PERFORM 2500-COPY-STREAM-OVR-AUDIT
003296         THRU 2500-EXIT.
003297     PERFORM 2600-COPY-STREAM-OVR-EXC
003298         THRU 2600-EXIT.
003300 2000-EXIT.
003310     EXIT.
003320
004060     MOVE 0 TO WS-STR-RECS-PROCESSED.
004070     MOVE 0 TO WS-STR-LOOKUP-HITS.
004080     MOVE 0 TO WS-STR-CALC-CALLS.
004082     MOVE 0 TO WS-STR-OVR-APPLIED.
004084     MOVE 0 TO WS-STR-OVR-IGNORED.
004090     MOVE 0 TO WS-STR-RESULT-MIN.
004100     MOVE 0 TO WS-STR-RESULT-MAX.
004120     MOVE "N" TO WS-STR-MIN-FOUND-SW.
004350     ADD WS-STR-RECS-PROCESSED TO WS-TOT-RECS-PROCESSED.
004360     ADD WS-STR-LOOKUP-HITS    TO WS-TOT-LOOKUP-HITS.
004370     ADD WS-STR-CALC-CALLS     TO WS-TOT-CALC-CALLS.
004372     ADD WS-STR-OVR-APPLIED    TO WS-TOT-OVR-APPLIED.
004374     ADD WS-STR-OVR-IGNORED    TO WS-TOT-OVR-IGNORED.
004400
004410     IF STR-MIN-FOUND
004420         IF FIRST-RESULT-OF-MERGE
004830         WHEN "MYFUNCTION CALLS...: "
004840             COMPUTE WS-STR-CALC-CALLS =
004850                 FUNCTION NUMVAL(SS-VALUE)
004852         WHEN "OVERRIDES APPLIED..: "
004854             COMPUTE WS-STR-OVR-APPLIED =
004856                 FUNCTION NUMVAL(SS-VALUE)
004857         WHEN "OVERRIDES IGNORED..: "
004858             COMPUTE WS-STR-OVR-IGNORED =
004859                 FUNCTION NUMVAL(SS-VALUE)
004860         WHEN "RESULT MINIMUM.....: "
004870             COMPUTE WS-STR-RESULT-MIN =
004880                 FUNCTION NUMVAL(SS-VALUE)
004900         WHEN "RESULT MAXIMUM.....: "
004910             COMPUTE WS-STR-RESULT-MAX =
004920                 FUNCTION NUMVAL(SS-VALUE)
004921         WHEN OTHER
004922             PERFORM 2320-CAPTURE-ONE-BATCH
004923                 THRU 2320-EXIT
004924             PERFORM 2330-CAPTURE-ONE-REVERSAL
004925                 THRU 2330-EXIT
004926             PERFORM 2340-CAPTURE-ONE-ACK
004927                 THRU 2340-EXIT
004928     END-EVALUATE.
004929 2310-EXIT.
004930     EXIT.
004931
004932*-----------------------------------------------------------*
004933* 2320-CAPTURE-ONE-BATCH - A "SOURCE ... OK" LINE IS AN
004934* ACCEPTED BATCH.  ITS SOURCE AND BATCH ID ARE HELD FOR THE
004935* ONE REGISTER UPDATE AT 9600 - BUT ONLY FROM A STREAM WHOSE
004936* CARDED RETURN CODE IS BELOW 12; A BATCH-CONTROL-FAILED
004937* STREAM'S FILE WILL BE RESUBMITTED WHOLE, THE SAME RULE
004938* FunctionExample APPLIES ON A SINGLE-STREAM NIGHT.
004939*-----------------------------------------------------------*
004940 2320-CAPTURE-ONE-BATCH.
004941     MOVE STREAM-SUM-RECORD TO WS-BATCH-LINE.
004942     IF WB-SOURCE-TAG NOT = "SOURCE "
004943       OR WB-VERDICT NOT = "OK"
004944         GO TO 2320-EXIT
004945     END-IF.
004946     IF NOT SR-RC-WAS-CARDED (WS-STREAM-SUB)
004947       OR SR-RETURN-CODE (WS-STREAM-SUB) >= 12
004948         GO TO 2320-EXIT
004949     END-IF.
004950     IF WS-REG-COUNT >= 80
004951         GO TO 2320-EXIT
004952     END-IF.
004953     ADD 1 TO WS-REG-COUNT.
004954     MOVE WB-SOURCE-ID TO RG-SOURCE-ID (WS-REG-COUNT).
004955     MOVE WB-BATCH-ID  TO RG-BATCH-ID (WS-REG-COUNT).
004956 2320-EXIT.
004957     EXIT.
004958
004959*-----------------------------------------------------------*
004960* 2330-CAPTURE-ONE-REVERSAL - A "REVERSAL SOURCE" LINE IS KEPT
004961* WHOLE FOR THE MERGED REPORT AND ITS APPLIED OFFSETS ROLLED
004962* INTO THE REVERSAL TOTALS - THEY ARE ON THE STREAM'S RESD
004963* FILE WHATEVER ITS RETURN CODE.  ONLY AN APPLIED REVERSAL
004964* FROM A STREAM BELOW RC 12 IS MARKED ON THE REGISTER AND THE
004965* RESULT HISTORY AT 9600/9650, THE SAME RULE AS REGISTRATION.
004966*-----------------------------------------------------------*
004967 2330-CAPTURE-ONE-REVERSAL.
004968     MOVE STREAM-SUM-RECORD TO WS-REVERSAL-LINE.
004969     IF WV-TAG NOT = "REVERSAL SOURCE "
004970         GO TO 2330-EXIT
004971     END-IF.
004972     IF WS-REV-COUNT >= 80
004973         GO TO 2330-EXIT
004974     END-IF.
004975     ADD 1 TO WS-REV-COUNT.
004976     MOVE STREAM-SUM-RECORD TO RX-LINE (WS-REV-COUNT).
004977     MOVE WV-SOURCE-ID      TO RX-SOURCE-ID (WS-REV-COUNT).
004978     MOVE WV-BATCH-ID       TO RX-BATCH-ID (WS-REV-COUNT).
004979     MOVE "N"               TO RX-MARK-SW (WS-REV-COUNT).
004980
004981     IF WV-VERDICT NOT = "APPLIED"
004982         ADD 1 TO WS-REV-REFUSED
004983         GO TO 2330-EXIT
004984     END-IF.
004985     ADD 1 TO WS-REV-APPLIED.
004986     ADD FUNCTION NUMVAL(WV-LINES) TO WS-REV-LINES-TOTAL.
004987     ADD FUNCTION NUMVAL(WV-HASH)  TO WS-REV-HASH-TOTAL.
004988
004989     IF SR-RC-WAS-CARDED (WS-STREAM-SUB)
004990       AND SR-RETURN-CODE (WS-STREAM-SUB) < 12
004991         SET RX-TO-BE-MARKED (WS-REV-COUNT) TO TRUE
004992         ADD 1 TO WS-REV-MARK-COUNT
004993     END-IF.
004994 2330-EXIT.
004995     EXIT.
004996
004997*-----------------------------------------------------------*
004998* 2340-CAPTURE-ONE-ACK - EVERY "SOURCE" BATCH LINE, WHATEVER
004999* ITS VERDICT, IS HELD WITH ITS COUNTS AND ITS STREAM NUMBER
005000* FOR THE ACK FILES WRITTEN AT 9800.
005001*-----------------------------------------------------------*
005002 2340-CAPTURE-ONE-ACK.
005003     MOVE STREAM-SUM-RECORD TO WS-BATCH-LINE.
005004     IF WB-SOURCE-TAG NOT = "SOURCE "
005005         GO TO 2340-EXIT
005006     END-IF.
005007     IF WS-ACK-COUNT >= 80
005008         GO TO 2340-EXIT
005009     END-IF.
005010     ADD 1 TO WS-ACK-COUNT.
005011     MOVE WB-SOURCE-ID  TO AB-SOURCE-ID (WS-ACK-COUNT).
005012     MOVE WB-BATCH-ID   TO AB-BATCH-ID (WS-ACK-COUNT).
005013     MOVE WS-STREAM-SUB TO AB-STREAM (WS-ACK-COUNT).
005014     COMPUTE AB-RECS-READ (WS-ACK-COUNT) =
005015         FUNCTION NUMVAL(WB-RECS-READ).
005016     COMPUTE AB-RECS-REJECTED (WS-ACK-COUNT) =
005017         FUNCTION NUMVAL(WB-RECS-REJECTED).
005018     COMPUTE AB-RECS-PROCESSED (WS-ACK-COUNT) =
005019         FUNCTION NUMVAL(WB-RECS-PROCESSED).
005020     COMPUTE AB-TRAILER-COUNT (WS-ACK-COUNT) =
005021         FUNCTION NUMVAL(WB-TRAILER-COUNT).
005022     MOVE WB-VERDICT    TO AB-VERDICT (WS-ACK-COUNT).
005023     MOVE "N"           TO AB-RUN-HELD-SW (WS-ACK-COUNT).
005024     MOVE "N"           TO AB-PTD-SW (WS-ACK-COUNT).
005025     IF NOT SR-RC-WAS-CARDED (WS-STREAM-SUB)
005026       OR SR-RETURN-CODE (WS-STREAM-SUB) >= 12
005027         SET AB-RUN-HELD (WS-ACK-COUNT) TO TRUE
005028     END-IF.
005029 2340-EXIT.
005030     EXIT.
005031
005032*-----------------------------------------------------------*
005033* 2400-COPY-STREAM-AUDIT - THE STREAM INSTANCE WROTE ITS
005035* AuditMaint, AuditInq AND FunctionBalance KEEP SEEING ONE
005036* LOG.  THE MERGED LOG IS OPENED EXTEND ON THE FIRST STREAM
005037* THAT HAS LINES (CREATED IF NOT THERE YET) AND CLOSED AT
005038* 8000; THE CHECK VALUE OF ITS LAST LINE IS PICKED UP FIRST
005039* SO THE APPENDED LINES CHAIN ON FROM IT.  EACH STREAM LOG
005040* CHAINS FROM ZERO IN ITS OWN RIGHT.
005041*-----------------------------------------------------------*
005042 2400-COPY-STREAM-AUDIT.
005043     MOVE WS-STREAM-SUB TO WS-AUD-NUMBER.
005044     MOVE "N" TO WS-FILE-EOF-SWITCH.
005045     OPEN INPUT STREAM-AUD-FILE.
005046     IF WS-STREAM-AUD-STATUS NOT = "00"
005047         GO TO 2400-EXIT
005048     END-IF.
005049     MOVE 0 TO WS-STREAM-CHECK.
005050     MOVE 0 TO WS-STREAM-SEQ.
005052
005053     IF NOT MERGED-AUDIT-IS-OPEN
005054         PERFORM 2405-FIND-CHAIN-END
005055             THRU 2405-EXIT
005056         OPEN EXTEND AUDIT-LOG-FILE
005057         IF WS-AUDIT-STATUS NOT = "00"
005058             OPEN OUTPUT AUDIT-LOG-FILE
005059         END-IF
005060         IF WS-AUDIT-STATUS = "00"
005061             SET MERGED-AUDIT-IS-OPEN TO TRUE
005062         END-IF
005063     END-IF.
005064     IF NOT MERGED-AUDIT-IS-OPEN
005065         CLOSE STREAM-AUD-FILE
005066         GO TO 2400-EXIT
005067     END-IF.
005068
005069     PERFORM 2410-COPY-ONE-AUDIT-LINE
005070         THRU 2410-EXIT
005071         UNTIL END-OF-CURRENT-FILE.
005072     CLOSE STREAM-AUD-FILE.
005073 2400-EXIT.
005074     EXIT.
005075
005076*-----------------------------------------------------------*
005077* 2405-FIND-CHAIN-END - READ THE LIVE LOG AS IT STANDS FOR
005078* THE CHECK VALUE OF ITS LAST LINE.  A MISSING OR EMPTY LOG,
005079* OR ONE WHOSE LAST LINE PREDATES THE CHAIN, CHAINS FROM ZERO
005080* - THE SAME RULE MYFUNCTION APPLIES.
005081*-----------------------------------------------------------*
005082 2405-FIND-CHAIN-END.
005083     MOVE 0   TO WS-LIVE-CHECK.
005084     MOVE "N" TO WS-LIVE-SCAN-SW.
005085     OPEN INPUT AUDIT-LOG-FILE.
005086     IF WS-AUDIT-STATUS NOT = "00"
005087         GO TO 2405-EXIT
005088     END-IF.
005089
005090     PERFORM 2406-READ-ONE-LIVE-LINE
005091         THRU 2406-EXIT
005092         UNTIL END-OF-LIVE-AUDIT.
005093
005094     CLOSE AUDIT-LOG-FILE.
005095 2405-EXIT.
005096     EXIT.
005097
005098*-----------------------------------------------------------*
005099* 2406-READ-ONE-LIVE-LINE - REMEMBER THE CHECK VALUE OF THE
005100* LIVE LINE IN HAND.
005101*-----------------------------------------------------------*
005102 2406-READ-ONE-LIVE-LINE.
005103     READ AUDIT-LOG-FILE
005104         AT END
005105             SET END-OF-LIVE-AUDIT TO TRUE
005106             GO TO 2406-EXIT
005107     END-READ.
005108     MOVE AUDIT-LOG-RECORD TO AC-AUDIT-LINE.
005109     IF AC-CHECK-TAG = " CHK:"
005110       AND AC-CHECK-FIELD IS NUMERIC
005111         MOVE AC-CHECK-FIELD TO WS-LIVE-CHECK
005112     ELSE
005113         MOVE 0 TO WS-LIVE-CHECK
005114     END-IF.
005115 2406-EXIT.
005116     EXIT.
005117
005118*-----------------------------------------------------------*
005119* 2410-COPY-ONE-AUDIT-LINE - ONE TRACE LINE ACROSS.  THE LINE
005120* IS FIRST PROVED AGAINST THE ONE BEFORE IT IN THE STREAM LOG.
005121* A LINE THAT PROVES KEEPS ITS SEQUENCE NUMBER AND IS RE-SEALED
005122* ONTO THE LIVE CHAIN; ONE THAT DOES NOT IS COUNTED AS A BREAK
005123* AGAINST ITS STREAM AND GOES ACROSS AS IT STANDS, SO THE LIVE
005124* LOG SHOWS THE SAME BREAK TO AuditMaint.  AN UNCHAINED LINE
005125* (WRITTEN BEFORE THE CHAIN EXISTED) ALSO GOES ACROSS AS IT
005126* STANDS.
005127*-----------------------------------------------------------*
005128 2410-COPY-ONE-AUDIT-LINE.
005129     READ STREAM-AUD-FILE
005130         AT END
005131             SET END-OF-CURRENT-FILE TO TRUE
005132             GO TO 2410-EXIT
005133     END-READ.
005134     MOVE STREAM-AUD-RECORD TO AC-AUDIT-LINE.
005135     SET AC-REQ-VERIFY TO TRUE.
005136     MOVE WS-STREAM-CHECK TO AC-PRIOR-CHECK.
005137     MOVE WS-STREAM-SEQ   TO AC-PRIOR-SEQ.
005138     PERFORM 9750-CALL-AUDCHAIN
005139         THRU 9750-EXIT.
005140     MOVE AC-CHECK-VALUE  TO WS-STREAM-CHECK.
005141     MOVE AC-LINE-SEQ     TO WS-STREAM-SEQ.
005142
005143     IF AC-LINK-INTACT
005144         SET AC-REQ-SEAL TO TRUE
005145         MOVE WS-LIVE-CHECK TO AC-PRIOR-CHECK
005146         PERFORM 9750-CALL-AUDCHAIN
005147             THRU 9750-EXIT
005148     END-IF.
005149     IF AC-LINK-CHECK-BROKEN
005150       OR AC-LINK-SEQ-BROKEN
005151         ADD 1 TO SR-CHAIN-BREAKS (WS-STREAM-SUB)
005152         SET AUDIT-CHAIN-BROKEN TO TRUE
005153     END-IF.
005154     MOVE AC-CHECK-VALUE TO WS-LIVE-CHECK.
005155
005156     MOVE AC-AUDIT-LINE TO AUDIT-LOG-RECORD.
005157     WRITE AUDIT-LOG-RECORD.
005158 2410-EXIT.
005159     EXIT.
005160
005161*-----------------------------------------------------------*
005162* 2500-COPY-STREAM-OVR-AUDIT - THE STREAM'S OVERRIDE AUDIT
005163* TRAIL (OVRAUDNN) APPENDED TO THE LIVE OVRAUDIT, OPENED AND
005164* CLOSED THE SAME WAY AS THE MERGED MFAUDIT AT 2400.
005165*-----------------------------------------------------------*
005166 2500-COPY-STREAM-OVR-AUDIT.
005167     MOVE WS-STREAM-SUB TO WS-OVA-NUMBER.
005168     MOVE "N" TO WS-FILE-EOF-SWITCH.
005169     OPEN INPUT STREAM-OVA-FILE.
005170     IF WS-STREAM-OVA-STATUS NOT = "00"
005171         GO TO 2500-EXIT
005172     END-IF.
005173
005174     IF NOT MERGED-OVR-AUDIT-IS-OPEN
005175         OPEN EXTEND OVERRIDE-AUDIT-FILE
005176         IF WS-OVRAUDIT-STATUS NOT = "00"
005177             OPEN OUTPUT OVERRIDE-AUDIT-FILE
005178         END-IF
005179         IF WS-OVRAUDIT-STATUS = "00"
005180             SET MERGED-OVR-AUDIT-IS-OPEN TO TRUE
005181         END-IF
005182     END-IF.
005183     IF NOT MERGED-OVR-AUDIT-IS-OPEN
005184         CLOSE STREAM-OVA-FILE
005185         GO TO 2500-EXIT
005186     END-IF.
005187
005188     PERFORM 2510-COPY-ONE-OVR-AUDIT-LINE
005189         THRU 2510-EXIT
005190         UNTIL END-OF-CURRENT-FILE.
005191     CLOSE STREAM-OVA-FILE.
005192 2500-EXIT.
005193     EXIT.
005194
005195*-----------------------------------------------------------*
005196* 2510-COPY-ONE-OVR-AUDIT-LINE - ONE OVERRIDE AUDIT LINE ACROSS.
005197*-----------------------------------------------------------*
005198 2510-COPY-ONE-OVR-AUDIT-LINE.
005199     READ STREAM-OVA-FILE
005200         AT END
005201             SET END-OF-CURRENT-FILE TO TRUE
005202             GO TO 2510-EXIT
005203     END-READ.
005204     MOVE STREAM-OVA-RECORD TO OVERRIDE-AUDIT-FILE-RECORD.
005205     WRITE OVERRIDE-AUDIT-FILE-RECORD.
005206 2510-EXIT.
005207     EXIT.
005208
005209*-----------------------------------------------------------*
005210* 2600-COPY-STREAM-OVR-EXC - THE STREAM'S IGNORED-OVERRIDE
005211* LINES (OVREXCNN, WRITTEN WITHOUT HEADINGS) ONTO THE RUN'S
005212* OVREXC UNDER THE HEADINGS 1000 WROTE.
005213*-----------------------------------------------------------*
005214 2600-COPY-STREAM-OVR-EXC.
005215     MOVE WS-STREAM-SUB TO WS-OVX-NUMBER.
005216     MOVE "N" TO WS-FILE-EOF-SWITCH.
005217     OPEN INPUT STREAM-OVX-FILE.
005218     IF WS-STREAM-OVX-STATUS NOT = "00"
005219         GO TO 2600-EXIT
005220     END-IF.
005221     PERFORM 2610-COPY-ONE-OVR-EXC-LINE
005222         THRU 2610-EXIT
005223         UNTIL END-OF-CURRENT-FILE.
005224     CLOSE STREAM-OVX-FILE.
005225 2600-EXIT.
005226     EXIT.
005227
005228*-----------------------------------------------------------*
005229* 2610-COPY-ONE-OVR-EXC-LINE - ONE EXCEPTION LINE ACROSS.
005230*-----------------------------------------------------------*
005231 2610-COPY-ONE-OVR-EXC-LINE.
005232     READ STREAM-OVX-FILE
005233         AT END
005234             SET END-OF-CURRENT-FILE TO TRUE
005235             GO TO 2610-EXIT
005236     END-READ.
005237     MOVE STREAM-OVX-RECORD TO OVERRIDE-EXC-RECORD.
005238     WRITE OVERRIDE-EXC-RECORD.
005239 2610-EXIT.
005240     EXIT.
005241
005242*-----------------------------------------------------------*
005243* 9000-WRITE-MERGED-SUMMARY - THE RUN-LEVEL TOTALS IN THE
005244* SAME LABELS A SINGLE-STREAM SUMRPT CARRIES, SO
005245* FunctionBalance AND THE OPERATORS READ THE SAME PAGE
005246* EITHER WAY, PLUS THE PER-STREAM RETURN CODES.
005247*-----------------------------------------------------------*
005248 9000-WRITE-MERGED-SUMMARY.
005249     MOVE WS-TOT-RECS-READ      TO WS-RPT-RECS-READ.
005250     MOVE SPACES TO SUMMARY-RPT-RECORD.
005251     STRING "RECORDS READ.......: " WS-RPT-RECS-READ
005252         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005253     WRITE SUMMARY-RPT-RECORD.
005254
005255     MOVE WS-TOT-RECS-REJECTED  TO WS-RPT-RECS-REJECTED.
005256     MOVE SPACES TO SUMMARY-RPT-RECORD.
005257     STRING "RECORDS REJECTED...: " WS-RPT-RECS-REJECTED
005258         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005259     WRITE SUMMARY-RPT-RECORD.
005260
005261     MOVE WS-TOT-RECS-PROCESSED TO WS-RPT-RECS-PROCESSED.
005262     MOVE SPACES TO SUMMARY-RPT-RECORD.
005263     STRING "RECORDS PROCESSED..: " WS-RPT-RECS-PROCESSED
005264         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005265     WRITE SUMMARY-RPT-RECORD.
005266
005270     MOVE WS-TOT-LOOKUP-HITS TO WS-RPT-LOOKUP-HITS.
005280     MOVE SPACES TO SUMMARY-RPT-RECORD.
005290     STRING "RESULTS FROM LOOKUP: " WS-RPT-LOOKUP-HITS
005350     STRING "MYFUNCTION CALLS...: " WS-RPT-CALC-CALLS
005360         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005370     WRITE SUMMARY-RPT-RECORD.
005371
005372     MOVE WS-TOT-OVR-APPLIED TO WS-RPT-OVR-APPLIED.
005373     MOVE SPACES TO SUMMARY-RPT-RECORD.
005374     STRING "OVERRIDES APPLIED..: " WS-RPT-OVR-APPLIED
005375         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005376     WRITE SUMMARY-RPT-RECORD.
005377
005378     MOVE WS-TOT-OVR-IGNORED TO WS-RPT-OVR-IGNORED.
005379     MOVE SPACES TO SUMMARY-RPT-RECORD.
005381     STRING "OVERRIDES IGNORED..: " WS-RPT-OVR-IGNORED
005382         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005383     WRITE SUMMARY-RPT-RECORD.
005386
005390     IF WS-TOT-RECS-PROCESSED = 0
005400         MOVE SPACES TO SUMMARY-RPT-RECORD
005410         STRING "NO RECORDS WERE SUCCESSFULLY PROCESSED"
005760     STRING "WORST STREAM RC....: " WS-RPT-RC
005770         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
005780     WRITE SUMMARY-RPT-RECORD.
005781
005782     PERFORM 9150-WRITE-REVERSAL-SECTION
005783         THRU 9150-EXIT.
005790 9000-EXIT.
005800     EXIT.
005810
005960             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005970     END-IF.
005980     WRITE SUMMARY-RPT-RECORD.
005981
005982     IF SR-CHAIN-BREAKS (WS-STREAM-SUB) > 0
005983         MOVE SR-CHAIN-BREAKS (WS-STREAM-SUB)
005984             TO WS-RPT-CHAIN-BREAKS
005985         MOVE SPACES TO SUMMARY-RPT-RECORD
005986         STRING "CONTROL FAILURE - STREAM " WS-RPT-STREAM
005987                " MFAUDT LOG CHAIN BROKEN AT "
005988                WS-RPT-CHAIN-BREAKS " LINE(S)"
005989             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
005991         WRITE SUMMARY-RPT-RECORD
005992     END-IF.
005996 9100-EXIT.
006000     EXIT.
006001
006002*-----------------------------------------------------------*
006003* 9150-WRITE-REVERSAL-SECTION - EVERY STREAM'S REVERSAL LINES
006004* AS THE STREAM PRINTED THEM, THEN THE REVERSAL TOTALS FOR THE
006005* WHOLE RUN IN THE SAME LABELS FunctionExample PRINTS.
006006* NOTHING IS PRINTED ON A NIGHT WITH NO REVERSAL REQUESTS.
006007*-----------------------------------------------------------*
006008 9150-WRITE-REVERSAL-SECTION.
006009     IF WS-REV-COUNT = 0
006011         GO TO 9150-EXIT
006012     END-IF.
006013
006014     PERFORM 9160-WRITE-ONE-REVERSAL-LINE
006015         THRU 9160-EXIT
006016         VARYING WS-REV-SUB FROM 1 BY 1
006017         UNTIL WS-REV-SUB > WS-REV-COUNT.
006018
006019     MOVE WS-REV-APPLIED TO WS-RPT-REV-COUNT.
006021     MOVE SPACES TO SUMMARY-RPT-RECORD.
006022     STRING "REVERSALS APPLIED..: " WS-RPT-REV-COUNT
006023         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
006024     WRITE SUMMARY-RPT-RECORD.
006025
006026     MOVE WS-REV-REFUSED TO WS-RPT-REV-COUNT.
006027     MOVE SPACES TO SUMMARY-RPT-RECORD.
006028     STRING "REVERSALS REFUSED..: " WS-RPT-REV-COUNT
006029         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
006031     WRITE SUMMARY-RPT-RECORD.
006032
006033     MOVE WS-REV-LINES-TOTAL TO WS-RPT-REV-LINES.
006034     MOVE SPACES TO SUMMARY-RPT-RECORD.
006035     STRING "REVERSAL LINES.....: " WS-RPT-REV-LINES
006036         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
006037     WRITE SUMMARY-RPT-RECORD.
006038
006039     MOVE WS-REV-HASH-TOTAL TO WS-RPT-REV-HASH.
006041     MOVE SPACES TO SUMMARY-RPT-RECORD.
006042     STRING "REVERSAL HASH TOTAL: " WS-RPT-REV-HASH
006043         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
006044     WRITE SUMMARY-RPT-RECORD.
006045 9150-EXIT.
006046     EXIT.
006047
006048*-----------------------------------------------------------*
006049* 9160-WRITE-ONE-REVERSAL-LINE - ONE LIFTED LINE, UNCHANGED.
006051*-----------------------------------------------------------*
006052 9160-WRITE-ONE-REVERSAL-LINE.
006053     MOVE RX-LINE (WS-REV-SUB) TO SUMMARY-RPT-RECORD.
006054     WRITE SUMMARY-RPT-RECORD.
006055 9160-EXIT.
006056     EXIT.
006058
006060*-----------------------------------------------------------*
006062* 9500-WRITE-RUN-HISTORY - ONE RUNHIST RECORD FOR THE WHOLE
006064* RUN UNDER THE MERGE CARD'S RUN-ID, SO THE TREND REPORT AND
006066* THE VERIFICATION GATE SEE ONE RUN, NOT N STREAMS.
006068*-----------------------------------------------------------*
006070 9500-WRITE-RUN-HISTORY.
006080     PERFORM 9510-LOAD-RATE-AMOUNTS
006090         THRU 9510-EXIT.
006100
006110     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
006120     ACCEPT WS-RUN-TIME FROM TIME.
006130
006140     OPEN EXTEND RUN-HIST-FILE.
006180
006190     MOVE SPACES TO RUN-HIST-RECORD.
006200     MOVE WS-RUN-ID             TO RH-RUN-ID.
006210     MOVE WS-END-DATE           TO RH-RUN-DATE.
006220     MOVE WS-RUN-TIME           TO RH-RUN-TIME.
006230     MOVE WS-TOT-RECS-READ      TO RH-RECS-READ.
006240     MOVE WS-TOT-RECS-REJECTED  TO RH-RECS-REJECTED.
006926* ENDED - NO TWO PROCESSES EVER RACE ON IT.  A REGISTER THAT
006927* CANNOT BE OPENED ENDS THE JOB AT RETURN CODE 8 OR WORSE,
006928* BECAUSE THE ACCEPTED BATCHES WOULD OTHERWISE NEVER BE
006929* RECORDED AND A RESEND WOULD SAIL THROUGH TOMORROW.  THE
006930* REVERSALS ARE MARKED BEFORE THE NIGHT'S BATCHES ARE
006931* REGISTERED, SO A CORRECTED BATCH RESUBMITTED THE SAME
006932* NIGHT IS RE-ACCEPTED OVER ITS OWN REVERSAL MARK.
006933*-----------------------------------------------------------*
006934 9600-UPDATE-BATCH-REGISTER.
006935     IF WS-REG-COUNT = 0
006936       AND WS-REV-MARK-COUNT = 0
006937         GO TO 9600-EXIT
006938     END-IF.
006939
006940     OPEN I-O BATCH-REG-FILE.
006941     IF WS-BATCHREG-STATUS = "35"
006942         OPEN OUTPUT BATCH-REG-FILE
006943         CLOSE BATCH-REG-FILE
006944         OPEN I-O BATCH-REG-FILE
006945     END-IF.
006946     IF WS-BATCHREG-STATUS NOT = "00"
006947         SET REGISTRATION-FAILED TO TRUE
006948         MOVE SPACES TO SUMMARY-RPT-RECORD
006949         STRING "BATCH REGISTER.....: NOT AVAILABLE - "
006950                "ACCEPTED BATCHES NOT RECORDED - RC 8"
006951             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
006952         WRITE SUMMARY-RPT-RECORD
006953         GO TO 9600-EXIT
006954     END-IF.
006955
006956     PERFORM 9620-MARK-ONE-REVERSAL
006957         THRU 9620-EXIT
006958         VARYING WS-REV-SUB FROM 1 BY 1
006959         UNTIL WS-REV-SUB > WS-REV-COUNT.
006960     PERFORM 9610-REGISTER-ONE-BATCH
006961         THRU 9610-EXIT
006962         VARYING WS-REG-SUB FROM 1 BY 1
006963         UNTIL WS-REG-SUB > WS-REG-COUNT.
006964     CLOSE BATCH-REG-FILE.
006965 9600-EXIT.
006966     EXIT.
006967
006968*-----------------------------------------------------------*
006969* 9610-REGISTER-ONE-BATCH - ONE ACCEPTED BATCH ONTO THE
006970* REGISTER.  A KEY ALREADY THERE (AN OVERRIDDEN RESEND) IS
006971* LEFT AS FIRST RECORDED, UNLESS IT WAS REVERSED - THEN THIS
006972* RUN'S ACCEPTANCE REPLACES IT (9615).
006973*-----------------------------------------------------------*
006974 9610-REGISTER-ONE-BATCH.
006975     MOVE RG-SOURCE-ID (WS-REG-SUB) TO BR-SOURCE-ID.
006976     MOVE RG-BATCH-ID (WS-REG-SUB)  TO BR-BATCH-ID.
006977     MOVE WS-RUN-DATE               TO BR-ACCEPT-DATE.
006978     MOVE WS-RUN-ID                 TO BR-RUN-ID.
006979     MOVE SPACES                    TO BR-REVERSED-SW.
006980     MOVE SPACES                    TO BR-REVERSE-RUN-ID.
006981     MOVE 0                         TO BR-REVERSE-DATE.
006982     WRITE BATCH-REG-RECORD
006983         INVALID KEY
006984             PERFORM 9615-REACCEPT-REVERSED-BATCH
006985                 THRU 9615-EXIT
006986     END-WRITE.
006987 9610-EXIT.
006988     EXIT.
006989
006990*-----------------------------------------------------------*
006991* 9615-REACCEPT-REVERSED-BATCH - A CORRECTED RESUBMISSION OF A
006992* REVERSED BATCH TAKES THE REGISTER ENTRY OVER: NEW ACCEPTANCE
006993* DATE AND RUN-ID, REVERSAL MARK CLEARED.  THE REVERSING RUN-ID
006994* AND DATE ARE KEPT AS THE LAST REVERSAL OF THAT BATCH ID.
006995*-----------------------------------------------------------*
006996 9615-REACCEPT-REVERSED-BATCH.
006997     READ BATCH-REG-FILE
006998         INVALID KEY
006999             GO TO 9615-EXIT
007000     END-READ.
007001     IF NOT BR-BATCH-REVERSED
007002         GO TO 9615-EXIT
007003     END-IF.
007004     MOVE WS-RUN-DATE TO BR-ACCEPT-DATE.
007005     MOVE WS-RUN-ID   TO BR-RUN-ID.
007006     MOVE SPACES      TO BR-REVERSED-SW.
007007     REWRITE BATCH-REG-RECORD
007008         INVALID KEY
007009             CONTINUE
007010     END-REWRITE.
007011 9615-EXIT.
007012     EXIT.
007013
007014*-----------------------------------------------------------*
007015* 9620-MARK-ONE-REVERSAL - ONE APPLIED REVERSAL ONTO THE
007016* REGISTER: THE ENTRY IS MARKED REVERSED WITH THE MERGED
007017* RUN-ID AND DATE, WHICH FREES THE BATCH ID FOR RESUBMISSION.
007018*-----------------------------------------------------------*
007019 9620-MARK-ONE-REVERSAL.
007020     IF NOT RX-TO-BE-MARKED (WS-REV-SUB)
007021         GO TO 9620-EXIT
007022     END-IF.
007023     MOVE RX-SOURCE-ID (WS-REV-SUB) TO BR-SOURCE-ID.
007024     MOVE RX-BATCH-ID (WS-REV-SUB)  TO BR-BATCH-ID.
007025     READ BATCH-REG-FILE
007026         INVALID KEY
007027             GO TO 9620-EXIT
007028     END-READ.
007029     SET BR-BATCH-REVERSED TO TRUE.
007030     MOVE WS-RUN-ID   TO BR-REVERSE-RUN-ID.
007031     MOVE WS-RUN-DATE TO BR-REVERSE-DATE.
007032     REWRITE BATCH-REG-RECORD
007033         INVALID KEY
007034             CONTINUE
007035     END-REWRITE.
007036 9620-EXIT.
007037     EXIT.
007038
007039*-----------------------------------------------------------*
007040* 9650-POST-RESULT-HISTORY - THE ONE RESULT-HISTORY UPDATE FOR
007041* THE SPLIT RUN: THE REVERSED BATCHES' LINES ARE FLAGGED, THEN
007042* EVERY STREAM BELOW RC 12 HAS ITS RESHXNN EXTRACT POSTED.  A
007043* SOURCE/BATCH ALREADY ON THE HISTORY FIRST HAS EVERY EARLIER
007044* LINE MOVED OFF TO THE RESHSUP SUPERSEDED-LINES FILE, WHERE
007045* ResultInq STILL FINDS THEM, THE SAME AS FunctionExample ON
007046* A SINGLE-STREAM NIGHT.  A HISTORY THAT CANNOT BE OPENED, OR
007047* EARLIER LINES THAT CANNOT BE KEPT, MEAN NOTHING IS POSTED
007048* AND THE JOB ENDS AT RETURN CODE 8 OR WORSE.
007049*-----------------------------------------------------------*
007050 9650-POST-RESULT-HISTORY.
007051     OPEN I-O RESULT-HIST-FILE.
007052     IF WS-RESHIST-STATUS = "35"
007053         OPEN OUTPUT RESULT-HIST-FILE
007054         CLOSE RESULT-HIST-FILE
007055         OPEN I-O RESULT-HIST-FILE
007056     END-IF.
007057     IF WS-RESHIST-STATUS NOT = "00"
007058         SET HISTORY-POST-FAILED TO TRUE
007059         MOVE SPACES TO SUMMARY-RPT-RECORD
007060         STRING "RESULT HISTORY.....: NOT AVAILABLE - "
007061                "RESULTS NOT POSTED - RC 8"
007062             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007063         WRITE SUMMARY-RPT-RECORD
007064         GO TO 9650-EXIT
007065     END-IF.
007066
007067     PERFORM 9660-FLAG-ONE-REVERSAL
007068         THRU 9660-EXIT
007069         VARYING WS-REV-SUB FROM 1 BY 1
007070         UNTIL WS-REV-SUB > WS-REV-COUNT.
007071
007072     OPEN EXTEND RESULT-SUPERSEDED-FILE.
007073     IF WS-RESHSUP-STATUS NOT = "00"
007074         OPEN OUTPUT RESULT-SUPERSEDED-FILE
007075     END-IF.
007076     IF WS-RESHSUP-STATUS NOT = "00"
007077         SET HISTORY-POST-FAILED TO TRUE
007078         MOVE SPACES TO SUMMARY-RPT-RECORD
007079         STRING "RESULT HISTORY.....: RESHSUP NOT AVAILABLE - "
007080                "RESULTS NOT POSTED - RC 8"
007081             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007082         WRITE SUMMARY-RPT-RECORD
007083         CLOSE RESULT-HIST-FILE
007084         GO TO 9650-EXIT
007085     END-IF.
007086     PERFORM 9666-SUPERSEDE-ONE-STREAM
007087         THRU 9666-EXIT
007088         VARYING WS-STREAM-SUB FROM 1 BY 1
007089         UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
007090            OR HISTORY-POST-FAILED.
007091     CLOSE RESULT-SUPERSEDED-FILE.
007092     IF WS-SUPERSEDED-LINES > 0
007093         MOVE WS-SUPERSEDED-LINES TO WS-RPT-HIST-LINES
007094         MOVE SPACES TO SUMMARY-RPT-RECORD
007095         STRING "RESULT HISTORY.....: " WS-RPT-HIST-LINES
007096                " EARLIER LINE(S) SUPERSEDED - KEPT ON RESHSUP"
007097             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007098         WRITE SUMMARY-RPT-RECORD
007099     END-IF.
007100     IF HISTORY-POST-FAILED
007101         CLOSE RESULT-HIST-FILE
007102         GO TO 9650-EXIT
007103     END-IF.
007104
007105     PERFORM 9670-POST-ONE-STREAM
007106         THRU 9670-EXIT
007107         VARYING WS-STREAM-SUB FROM 1 BY 1
007108         UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
007109     CLOSE RESULT-HIST-FILE.
007110     IF WS-REPEATED-LINES > 0
007111         MOVE WS-REPEATED-LINES TO WS-RPT-HIST-LINES
007112         MOVE SPACES TO SUMMARY-RPT-RECORD
007113         STRING "RESULT HISTORY.....: " WS-RPT-HIST-LINES
007114                " LINE(S) REPEATED BY A RESTART - POSTED ONCE"
007115             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007116         WRITE SUMMARY-RPT-RECORD
007117     END-IF.
007118 9650-EXIT.
007119     EXIT.
007120
007121*-----------------------------------------------------------*
007122* 9660-FLAG-ONE-REVERSAL - MARK EVERY LIVE HISTORY LINE OF ONE
007123* APPLIED REVERSAL AS BACKED OUT, SO THE SAME RESULTS CAN
007124* NEVER BE NEGATED TWICE.
007125*-----------------------------------------------------------*
007126 9660-FLAG-ONE-REVERSAL.
007127     IF NOT RX-TO-BE-MARKED (WS-REV-SUB)
007128         GO TO 9660-EXIT
007129     END-IF.
007130     MOVE RX-SOURCE-ID (WS-REV-SUB) TO WS-RK-SOURCE-ID.
007131     MOVE RX-BATCH-ID (WS-REV-SUB)  TO WS-RK-BATCH-ID.
007132     MOVE "N" TO WS-HIST-SCAN-SW.
007133     MOVE WS-RK-SOURCE-ID TO RS-SOURCE-ID.
007134     MOVE WS-RK-BATCH-ID  TO RS-BATCH-ID.
007135     MOVE 0               TO RS-DETAIL-SEQ.
007136     MOVE RS-HIST-KEY     TO RHF-HIST-KEY.
007137     START RESULT-HIST-FILE
007138         KEY IS NOT LESS THAN RHF-HIST-KEY
007139         INVALID KEY
007140             SET END-OF-HISTORY-SCAN TO TRUE
007141     END-START.
007142     PERFORM 9663-READ-NEXT-LIVE-LINE
007143         THRU 9663-EXIT.
007144     PERFORM 9665-FLAG-ONE-LINE
007145         THRU 9665-EXIT
007146         UNTIL END-OF-HISTORY-SCAN.
007147 9660-EXIT.
007148     EXIT.
007149
007150*-----------------------------------------------------------*
007151* 9663-READ-NEXT-LIVE-LINE - THE NEXT LINE OF THE BATCH BEING
007152* SCANNED THAT WAS GIVEN OUT AS A RESULT AND HAS NOT ALREADY
007153* BEEN BACKED OUT.
007154*-----------------------------------------------------------*
007155 9663-READ-NEXT-LIVE-LINE.
007156     MOVE "N" TO WS-LIVE-LINE-SW.
007157     PERFORM 9664-READ-ONE-HISTORY-LINE
007158         THRU 9664-EXIT
007159         UNTIL END-OF-HISTORY-SCAN
007160            OR LIVE-LINE-FOUND.
007161 9663-EXIT.
007162     EXIT.
007163
007164*-----------------------------------------------------------*
007165* 9664-READ-ONE-HISTORY-LINE - ONE READ ALONG THE HISTORY.
007166* RUNNING INTO ANOTHER BATCH'S KEY ENDS THE SCAN.
007167*-----------------------------------------------------------*
007168 9664-READ-ONE-HISTORY-LINE.
007169     READ RESULT-HIST-FILE NEXT RECORD
007170         INTO RESULT-HIST-RECORD
007171         AT END
007172             SET END-OF-HISTORY-SCAN TO TRUE
007173             GO TO 9664-EXIT
007174     END-READ.
007175     IF RS-SOURCE-ID NOT = WS-RK-SOURCE-ID
007176       OR RS-BATCH-ID NOT = WS-RK-BATCH-ID
007177         SET END-OF-HISTORY-SCAN TO TRUE
007178         GO TO 9664-EXIT
007179     END-IF.
007180     IF NOT RS-LINE-REVERSED
007181       AND NOT RS-STATUS-OUT-OF-RANGE
007182         SET LIVE-LINE-FOUND TO TRUE
007183     END-IF.
007184 9664-EXIT.
007185     EXIT.
007186
007187*-----------------------------------------------------------*
007188* 9665-FLAG-ONE-LINE - REWRITE ONE HISTORY LINE AS REVERSED
007189* AND MOVE ON TO THE NEXT LIVE ONE.
007190*-----------------------------------------------------------*
007191 9665-FLAG-ONE-LINE.
007192     SET RS-LINE-REVERSED TO TRUE.
007193     REWRITE RESULT-HIST-FILE-RECORD FROM RESULT-HIST-RECORD
007194         INVALID KEY
007195             CONTINUE
007196     END-REWRITE.
007197     PERFORM 9663-READ-NEXT-LIVE-LINE
007198         THRU 9663-EXIT.
007199 9665-EXIT.
007200     EXIT.
007201
007202*-----------------------------------------------------------*
007203* 9666-SUPERSEDE-ONE-STREAM - ONE STREAM'S RESHXNN EXTRACT,
007204* THE SAME STREAMS 9670 WILL POST, READ THROUGH FOR THE
007205* SOURCE/BATCHES ALREADY ON THE HISTORY.
007206*-----------------------------------------------------------*
007207 9666-SUPERSEDE-ONE-STREAM.
007208     IF NOT SR-RC-WAS-CARDED (WS-STREAM-SUB)
007209       OR SR-RETURN-CODE (WS-STREAM-SUB) >= 12
007210         GO TO 9666-EXIT
007211     END-IF.
007212     MOVE WS-STREAM-SUB TO WS-RHX-NUMBER.
007213     MOVE "N" TO WS-FILE-EOF-SWITCH.
007214     OPEN INPUT STREAM-RHX-FILE.
007215     IF WS-STREAM-RHX-STATUS NOT = "00"
007216         GO TO 9666-EXIT
007217     END-IF.
007218     MOVE SPACES TO WS-SUP-SOURCE-ID.
007219     MOVE SPACES TO WS-SUP-BATCH-ID.
007220     PERFORM 9667-SUPERSEDE-ONE-BATCH
007221         THRU 9667-EXIT
007222         UNTIL END-OF-CURRENT-FILE
007223            OR HISTORY-POST-FAILED.
007224     CLOSE STREAM-RHX-FILE.
007225 9666-EXIT.
007226     EXIT.
007227
007228*-----------------------------------------------------------*
007229* 9667-SUPERSEDE-ONE-BATCH - ONE EXTRACT LINE.  THE FIRST LINE
007230* OF EACH SOURCE/BATCH SENDS EVERY LINE THE HISTORY ALREADY
007231* HOLDS FOR IT - REVERSED, "04" AND ALL - TO RESHSUP AND OFF
007232* THE KEYED FILE.  NOTHING IS POSTED UNTIL EVERY STREAM HAS
007233* BEEN THROUGH HERE, SO A BATCH MET AGAIN FURTHER DOWN FINDS
007234* NOTHING LEFT TO MOVE.
007235*-----------------------------------------------------------*
007236 9667-SUPERSEDE-ONE-BATCH.
007237     READ STREAM-RHX-FILE INTO RESULT-HIST-RECORD
007238         AT END
007239             SET END-OF-CURRENT-FILE TO TRUE
007240             GO TO 9667-EXIT
007241     END-READ.
007242     IF RS-SOURCE-ID = WS-SUP-SOURCE-ID
007243       AND RS-BATCH-ID = WS-SUP-BATCH-ID
007244         GO TO 9667-EXIT
007245     END-IF.
007246     MOVE RS-SOURCE-ID TO WS-SUP-SOURCE-ID.
007247     MOVE RS-BATCH-ID  TO WS-SUP-BATCH-ID.
007248     MOVE RS-SOURCE-ID TO WS-RK-SOURCE-ID.
007249     MOVE RS-BATCH-ID  TO WS-RK-BATCH-ID.
007250     MOVE "N" TO WS-HIST-SCAN-SW.
007251     MOVE 0               TO RS-DETAIL-SEQ.
007252     MOVE RS-HIST-KEY     TO RHF-HIST-KEY.
007253     START RESULT-HIST-FILE
007254         KEY IS NOT LESS THAN RHF-HIST-KEY
007255         INVALID KEY
007256             SET END-OF-HISTORY-SCAN TO TRUE
007257     END-START.
007258     PERFORM 9668-MOVE-ONE-OLD-LINE
007259         THRU 9668-EXIT
007260         UNTIL END-OF-HISTORY-SCAN
007261            OR HISTORY-POST-FAILED.
007262 9667-EXIT.
007263     EXIT.
007264
007265*-----------------------------------------------------------*
007266* 9668-MOVE-ONE-OLD-LINE - COPY ONE EARLIER LINE OF THE BATCH
007267* TO RESHSUP, AND ONLY ONCE IT IS SAFELY THERE DELETE IT FROM
007268* THE HISTORY.  A LINE THAT CANNOT BE KEPT STAYS WHERE IT IS
007269* AND STOPS THE POST.
007270*-----------------------------------------------------------*
007271 9668-MOVE-ONE-OLD-LINE.
007272     PERFORM 9664-READ-ONE-HISTORY-LINE
007273         THRU 9664-EXIT.
007274     IF END-OF-HISTORY-SCAN
007275         GO TO 9668-EXIT
007276     END-IF.
007277     WRITE RESULT-SUPERSEDED-RECORD FROM RESULT-HIST-RECORD.
007278     IF WS-RESHSUP-STATUS NOT = "00"
007279         SET HISTORY-POST-FAILED TO TRUE
007280         MOVE SPACES TO SUMMARY-RPT-RECORD
007281         STRING "RESULT HISTORY.....: SOURCE " RS-SOURCE-ID
007282                " BATCH " RS-BATCH-ID " NOT KEPT ON RESHSUP"
007283                " - RESULTS NOT POSTED - RC 8"
007284             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007285         WRITE SUMMARY-RPT-RECORD
007286         GO TO 9668-EXIT
007287     END-IF.
007288     DELETE RESULT-HIST-FILE RECORD
007289         INVALID KEY
007290             SET HISTORY-POST-FAILED TO TRUE
007291             MOVE SPACES TO SUMMARY-RPT-RECORD
007292             STRING "RESULT HISTORY.....: SOURCE " RS-SOURCE-ID
007293                    " BATCH " RS-BATCH-ID " NOT CLEARED"
007294                    " - RESULTS NOT POSTED - RC 8"
007295                 DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007296             WRITE SUMMARY-RPT-RECORD
007297             GO TO 9668-EXIT
007298     END-DELETE.
007299     ADD 1 TO WS-SUPERSEDED-LINES.
007300 9668-EXIT.
007301     EXIT.
007302
007303*-----------------------------------------------------------*
007304* 9670-POST-ONE-STREAM - ONE STREAM'S RESHXNN EXTRACT ONTO THE
007305* HISTORY, UNLESS ITS CARDED RETURN CODE IS 12 OR NOT CARDED -
007306* ITS BATCHES WILL BE RESUBMITTED WHOLE.
007307*-----------------------------------------------------------*
007308 9670-POST-ONE-STREAM.
007309     IF NOT SR-RC-WAS-CARDED (WS-STREAM-SUB)
007310       OR SR-RETURN-CODE (WS-STREAM-SUB) >= 12
007311         GO TO 9670-EXIT
007312     END-IF.
007313     MOVE WS-STREAM-SUB TO WS-RHX-NUMBER.
007314     MOVE "N" TO WS-FILE-EOF-SWITCH.
007315     OPEN INPUT STREAM-RHX-FILE.
007316     IF WS-STREAM-RHX-STATUS NOT = "00"
007317         GO TO 9670-EXIT
007318     END-IF.
007319     PERFORM 9675-POST-ONE-RESULT
007320         THRU 9675-EXIT
007321         UNTIL END-OF-CURRENT-FILE.
007322     CLOSE STREAM-RHX-FILE.
007323 9670-EXIT.
007324     EXIT.
007325
007326*-----------------------------------------------------------*
007327* 9675-POST-ONE-RESULT - ONE EXTRACT LINE ONTO THE HISTORY,
007328* STAMPED WITH THE MERGED RUN'S DATE.
007329*-----------------------------------------------------------*
007330 9675-POST-ONE-RESULT.
007331     READ STREAM-RHX-FILE INTO RESULT-HIST-RECORD
007332         AT END
007333             SET END-OF-CURRENT-FILE TO TRUE
007334             GO TO 9675-EXIT
007335     END-READ.
007336     MOVE WS-RUN-DATE TO RS-RUN-DATE.
007337     WRITE RESULT-HIST-FILE-RECORD FROM RESULT-HIST-RECORD
007338         INVALID KEY
007339             PERFORM 9677-JUDGE-REPEATED-KEY
007340                 THRU 9677-EXIT
007341     END-WRITE.
007342 9675-EXIT.
007343     EXIT.
007344
007345*-----------------------------------------------------------*
007346* 9677-JUDGE-REPEATED-KEY - THE KEY IS ALREADY ON FILE.  EVERY
007347* EARLIER LINE OF THE BATCH WENT TO RESHSUP AT 9667, SO IT WAS
007348* POSTED TONIGHT: A RESTARTED STREAM RE-PROCESSES THE DETAILS
007349* AFTER ITS LAST CHECKPOINT ONTO ITS EXTENDED RESHXNN, AND THE
007350* SAME LINE COMES ROUND TWICE.  THAT IS COUNTED AND LEFT AS
007351* POSTED.  A DIFFERENT LINE UNDER THE SAME KEY IS NOT WRITTEN
007352* OVER - IT IS REPORTED AND THE JOB ENDS AT RC 8.
007353*-----------------------------------------------------------*
007354 9677-JUDGE-REPEATED-KEY.
007355     MOVE RS-HIST-KEY TO RHF-HIST-KEY.
007356     READ RESULT-HIST-FILE
007357         INVALID KEY
007358             MOVE SPACES TO RESULT-HIST-FILE-RECORD
007359     END-READ.
007360     IF RESULT-HIST-FILE-RECORD = RESULT-HIST-RECORD
007361         ADD 1 TO WS-REPEATED-LINES
007362         GO TO 9677-EXIT
007363     END-IF.
007364     SET HISTORY-POST-FAILED TO TRUE.
007365     MOVE SPACES TO SUMMARY-RPT-RECORD.
007366     STRING "RESULT HISTORY.....: SOURCE " RS-SOURCE-ID
007367            " BATCH " RS-BATCH-ID " LINE " RS-DETAIL-SEQ
007368            " TWICE - NOT POSTED - RC 8"
007369         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
007370     WRITE SUMMARY-RPT-RECORD.
007371 9677-EXIT.
007372     EXIT.
007373
007374*-----------------------------------------------------------*
007375* 9680-POST-PERIOD-TO-DATE - THE ONE PERIOD-TO-DATE UPDATE
007376* FOR THE SPLIT RUN: EVERY STREAM BELOW RC 12 HAS ITS SRCDXNN
007377* DAY TOTALS POSTED TO SRCPTD AND APPENDED TO THE SRCDAY LOG.
007378* THE BY-SOURCE DEAL MEANS A SOURCE COMES FROM ONE STREAM
007379* ONLY.  A SRCPTD THAT CANNOT BE OPENED ENDS THE JOB AT
007380* RETURN CODE 8 OR WORSE.
007381*-----------------------------------------------------------*
007382 9680-POST-PERIOD-TO-DATE.
007383     OPEN I-O PERIOD-TO-DATE-FILE.
007384     IF WS-SRCPTD-STATUS = "35"
007385         OPEN OUTPUT PERIOD-TO-DATE-FILE
007386         CLOSE PERIOD-TO-DATE-FILE
007387         OPEN I-O PERIOD-TO-DATE-FILE
007388     END-IF.
007389     IF WS-SRCPTD-STATUS NOT = "00"
007390         SET PERIOD-FILE-UNAVAILABLE TO TRUE
007391         MOVE SPACES TO SUMMARY-RPT-RECORD
007392         STRING "PERIOD-TO-DATE.....: NOT AVAILABLE - "
007393                "NOT POSTED - RC 8"
007394             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007395         WRITE SUMMARY-RPT-RECORD
007396         GO TO 9680-EXIT
007397     END-IF.
007398
007399     OPEN EXTEND SOURCE-DAY-FILE.
007400     IF WS-SRCDAY-STATUS NOT = "00"
007401         OPEN OUTPUT SOURCE-DAY-FILE
007402     END-IF.
007403     PERFORM 9690-POST-ONE-STREAM-DAYS
007404         THRU 9690-EXIT
007405         VARYING WS-STREAM-SUB FROM 1 BY 1
007406         UNTIL WS-STREAM-SUB > WS-STREAM-COUNT.
007407     CLOSE PERIOD-TO-DATE-FILE
007408           SOURCE-DAY-FILE.
007409
007410     MOVE WS-PTD-POSTED TO WS-RPT-PTD-COUNT.
007411     MOVE SPACES TO SUMMARY-RPT-RECORD.
007412     STRING "PERIOD POSTINGS....: " WS-RPT-PTD-COUNT
007413            " SOURCE(S) POSTED TO SRCPTD"
007414         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
007415     WRITE SUMMARY-RPT-RECORD.
007416     IF WS-PTD-REPEATED > 0
007417         MOVE WS-PTD-REPEATED TO WS-RPT-PTD-COUNT
007418         MOVE SPACES TO SUMMARY-RPT-RECORD
007419         STRING "PERIOD POSTINGS....: " WS-RPT-PTD-COUNT
007420                " SOURCE(S) ALREADY POSTED FOR THIS RUN-ID"
007421                " - NOT ADDED AGAIN"
007422             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007423         WRITE SUMMARY-RPT-RECORD
007424     END-IF.
007425 9680-EXIT.
007426     EXIT.
007427
007428*-----------------------------------------------------------*
007429* 9690-POST-ONE-STREAM-DAYS - ONE STREAM'S DAY TOTALS.
007430*-----------------------------------------------------------*
007431 9690-POST-ONE-STREAM-DAYS.
007432     IF NOT SR-RC-WAS-CARDED (WS-STREAM-SUB)
007433       OR SR-RETURN-CODE (WS-STREAM-SUB) >= 12
007434         GO TO 9690-EXIT
007435     END-IF.
007436     MOVE WS-STREAM-SUB TO WS-SDX-NUMBER.
007437     MOVE "N" TO WS-FILE-EOF-SWITCH.
007438     OPEN INPUT STREAM-SDX-FILE.
007439     IF WS-STREAM-SDX-STATUS NOT = "00"
007440         GO TO 9690-EXIT
007441     END-IF.
007442     PERFORM 9695-POST-ONE-SOURCE-DAY
007443         THRU 9695-EXIT
007444         UNTIL END-OF-CURRENT-FILE.
007445     CLOSE STREAM-SDX-FILE.
007446 9690-EXIT.
007447     EXIT.
007448
007449*-----------------------------------------------------------*
007450* 9695-POST-ONE-SOURCE-DAY - ONE SOURCE'S DAY TOTALS, STAMPED
007451* WITH THE MERGED RUN-ID AND DATE.  THE FIRST NIGHT OF A
007452* PERIOD STARTS ITS RECORD WITH NOTHING BROUGHT FORWARD, A
007453* RUN-ID ALREADY POSTED IS NOT ADDED TWICE, AND A CLOSED
007454* PERIOD TAKES NO MORE - THE SAME RULES AS FunctionExample.
007455* A CLOSED PERIOD OR A RECORD THAT WILL NOT WRITE MARKS ONLY
007456* THIS SOURCE'S BATCHES AS NOT POSTED.
007457*-----------------------------------------------------------*
007458 9695-POST-ONE-SOURCE-DAY.
007459     READ STREAM-SDX-FILE INTO SOURCE-DAY-RECORD
007460         AT END
007461             SET END-OF-CURRENT-FILE TO TRUE
007462             GO TO 9695-EXIT
007463     END-READ.
007464     MOVE WS-RUN-ID   TO SD-RUN-ID.
007465     MOVE WS-RUN-DATE TO SD-RUN-DATE.
007466     DIVIDE WS-RUN-DATE BY 100 GIVING SD-PERIOD.
007467
007468     MOVE SD-SOURCE-ID TO PT-SOURCE-ID.
007469     MOVE SD-PERIOD    TO PT-PERIOD.
007470     READ PERIOD-TO-DATE-FILE
007471         INVALID KEY
007472             INITIALIZE PERIOD-TO-DATE-RECORD
007473             MOVE SD-SOURCE-ID TO PT-SOURCE-ID
007474             MOVE SD-PERIOD    TO PT-PERIOD
007475             SET PT-PERIOD-OPEN TO TRUE
007476     END-READ.
007477
007478     IF PT-PERIOD-CLOSED
007479         SET PERIOD-POST-FAILED TO TRUE
007480         PERFORM 9697-MARK-SOURCE-BATCHES
007481             THRU 9697-EXIT
007482         MOVE SPACES TO SUMMARY-RPT-RECORD
007483         STRING "PERIOD-TO-DATE.....: SOURCE " SD-SOURCE-ID
007484                " PERIOD " SD-PERIOD " IS CLOSED - NOT POSTED"
007485                " - RC 8"
007486             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007487         WRITE SUMMARY-RPT-RECORD
007488         GO TO 9695-EXIT
007489     END-IF.
007490     IF PT-LAST-RUN-ID = SD-RUN-ID
007491         ADD 1 TO WS-PTD-REPEATED
007492         GO TO 9695-EXIT
007493     END-IF.
007494
007495     ADD 1                 TO PT-PTD-DAYS.
007496     ADD SD-BATCHES        TO PT-PTD-BATCHES.
007497     ADD SD-RECS-READ      TO PT-PTD-RECS-READ.
007498     ADD SD-RECS-REJECTED  TO PT-PTD-RECS-REJECTED.
007499     ADD SD-RECS-PROCESSED TO PT-PTD-RECS-PROCESSD.
007500     ADD SD-RESULT-SUM     TO PT-PTD-RESULT-SUM.
007501     ADD SD-REV-LINES      TO PT-PTD-REV-LINES.
007502     ADD SD-REV-HASH       TO PT-PTD-REV-HASH.
007503     ADD SD-RESD-LINES     TO PT-PTD-RESD-LINES.
007504     ADD SD-RESD-HASH      TO PT-PTD-RESD-HASH.
007505     MOVE SD-RUN-ID        TO PT-LAST-RUN-ID.
007506     MOVE SD-RUN-DATE      TO PT-LAST-RUN-DATE.
007507
007508     WRITE PERIOD-TO-DATE-RECORD
007509         INVALID KEY
007510             REWRITE PERIOD-TO-DATE-RECORD
007511                 INVALID KEY
007512                     CONTINUE
007513             END-REWRITE
007514     END-WRITE.
007515     IF WS-SRCPTD-STATUS NOT = "00"
007516         SET PERIOD-POST-FAILED TO TRUE
007517         PERFORM 9697-MARK-SOURCE-BATCHES
007518             THRU 9697-EXIT
007519         MOVE SPACES TO SUMMARY-RPT-RECORD
007520         STRING "PERIOD-TO-DATE.....: SOURCE " SD-SOURCE-ID
007521                " PERIOD " SD-PERIOD " NOT UPDATED - STATUS "
007522                WS-SRCPTD-STATUS " - RC 8"
007523             DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD
007524         WRITE SUMMARY-RPT-RECORD
007525         GO TO 9695-EXIT
007526     END-IF.
007527     WRITE SOURCE-DAY-FILE-RECORD FROM SOURCE-DAY-RECORD.
007528     ADD 1 TO WS-PTD-POSTED.
007529 9695-EXIT.
007530     EXIT.
007531
007532*-----------------------------------------------------------*
007533* 9697-MARK-SOURCE-BATCHES - EVERY BATCH OF THE SOURCE JUST
007534* REFUSED BY SRCPTD, SO ITS ACK SAYS THE PERIOD-TO-DATE DID
007535* NOT TAKE IT.
007536*-----------------------------------------------------------*
007537 9697-MARK-SOURCE-BATCHES.
007538     PERFORM 9698-MARK-ONE-BATCH
007539         THRU 9698-EXIT
007540         VARYING WS-ACK-SUB FROM 1 BY 1
007541         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
007542 9697-EXIT.
007543     EXIT.
007544
007545*-----------------------------------------------------------*
007546* 9698-MARK-ONE-BATCH - ONE ACK-TABLE ENTRY.
007547*-----------------------------------------------------------*
007548 9698-MARK-ONE-BATCH.
007549     IF AB-SOURCE-ID (WS-ACK-SUB) = SD-SOURCE-ID
007550         SET AB-PTD-NOT-POSTED (WS-ACK-SUB) TO TRUE
007551     END-IF.
007552 9698-EXIT.
007553     EXIT.
012370
017187*-----------------------------------------------------------*
022004* 8000-TERMINATE - CLOSE THE RUN-LEVEL OUTPUTS.
026821*-----------------------------------------------------------*
031638 8000-TERMINATE.
036455     IF CONTROL-CARD-WAS-READ
041272         CLOSE RESULT-OUT-FILE
046089               REJECT-OUT-FILE
050906     END-IF.
055723     IF CONTROL-CARD-WAS-READ
060540         CLOSE OVERRIDE-EXC-FILE
065357     END-IF.
070174     IF MERGED-OVR-AUDIT-IS-OPEN
074991         CLOSE OVERRIDE-AUDIT-FILE
079808     END-IF.
084625     IF MERGED-AUDIT-IS-OPEN
089442         CLOSE AUDIT-LOG-FILE
094259     END-IF.
099076     CLOSE SUMMARY-RPT-FILE.
103893 8000-EXIT.
108710     EXIT.
113527
118344*-----------------------------------------------------------*
123161* 9700-LOG-OPS-EVENT - ONE EVENT LINE TO THE COMMON
127978* OPERATIONS LOG.  THE CALLER SETS THE OL- FIELDS FIRST.
132795*-----------------------------------------------------------*
137612 9700-LOG-OPS-EVENT.
142429     CALL 'OPSLOGGER' USING OL-PROGRAM-NAME OL-RUN-ID
147246         OL-EVENT-CODE OL-EVENT-TEXT OL-COUNT-1 OL-COUNT-2
152063         OL-RETURN-CODE.
156880 9700-EXIT.
161697     EXIT.
166514
171331*-----------------------------------------------------------*
176148* 9750-CALL-AUDCHAIN - SEAL OR PROVE THE LINE IN
180965* AC-AUDIT-LINE.  THE CALLER SETS THE REQUEST AND PRIORS.
185782*-----------------------------------------------------------*
190599 9750-CALL-AUDCHAIN.
195416     CALL 'AUDCHAIN' USING AC-REQUEST-CODE AC-AUDIT-LINE
200233         AC-PRIOR-CHECK AC-PRIOR-SEQ AC-LINE-SEQ AC-CHECK-VALUE
205050         AC-LINK-STATUS.
209867 9750-EXIT.
214684     EXIT.
219501
224318*-----------------------------------------------------------*
229135* 9800-WRITE-ACK-FILES - ONE ACKNOWLEDGEMENT FILE PER BATCH
233952* BACK TO ITS SENDING DEPARTMENT, AS FunctionExample WRITES
238769* THEM ON A SINGLE-STREAM NIGHT.
243586*-----------------------------------------------------------*
248403 9800-WRITE-ACK-FILES.
253220     PERFORM 9810-WRITE-ONE-ACK
258037         THRU 9810-EXIT
262854         VARYING WS-ACK-SUB FROM 1 BY 1
267671         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
272488
277305     MOVE SPACES TO SUMMARY-RPT-RECORD.
282122     MOVE WS-ACK-WRITTEN TO WS-RPT-ACK-COUNT.
286939     STRING "ACK FILES WRITTEN..: " WS-RPT-ACK-COUNT
291756         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
296573     WRITE SUMMARY-RPT-RECORD.
301390
306207     IF WS-ACK-UNRECORDED = 0
311024         GO TO 9800-EXIT
315841     END-IF.
320658     MOVE SPACES TO SUMMARY-RPT-RECORD.
325475     MOVE WS-ACK-UNRECORDED TO WS-RPT-ACK-COUNT.
330292     STRING "ACK FILES WRITTEN..: " WS-RPT-ACK-COUNT
335109            " ACCEPTED BUT NOT FULLY POSTED - DO NOT RESEND,"
339926            " POST BY HAND"
344743         DELIMITED BY SIZE INTO SUMMARY-RPT-RECORD.
349560     WRITE SUMMARY-RPT-RECORD.
354377     SET OL-EVENT-MILESTONE TO TRUE.
359194     MOVE "ACCEPTED BATCHES NOT POSTED" TO OL-EVENT-TEXT.
364011     MOVE WS-ACK-UNRECORDED TO OL-COUNT-1.
368828     MOVE 0                 TO OL-COUNT-2.
373645     MOVE 8                 TO OL-RETURN-CODE.
378462     PERFORM 9700-LOG-OPS-EVENT
383279         THRU 9700-EXIT.
388096 9800-EXIT.
392913     EXIT.
397730
402547*-----------------------------------------------------------*
407364* 9810-WRITE-ONE-ACK - THE "H" LINE WITH THE BATCH'S VERDICT
412181* AND COUNTS, AN "R" LINE FOR EACH OF ITS REJECTS ON ITS
416998* STREAM'S REJTAGNN, AND THE "T" LINE.  A BATCH IS ACCEPTED
421815* ONLY WHEN ITS OWN TRAILER AGREED AND ITS STREAM ENDED BELOW
426632* RC 12 - ONLY THEN WAS IT REGISTERED AT 9600 - AND THE
431449* REGISTER TOOK IT.  ONE THAT IS REGISTERED AND ON RESD BUT
436266* MISSED THE RESULT HISTORY OR ITS SOURCE'S PERIOD-TO-DATE IS
441083* STILL ACCEPTED - A RESEND WOULD BE REFUSED AS A DUPLICATE -
445900* BUT TOLD NOT TO RESEND AND WHAT WAS NOT POSTED.
450717*-----------------------------------------------------------*
455534 9810-WRITE-ONE-ACK.
460351     MOVE AB-SOURCE-ID (WS-ACK-SUB) TO WS-AFN-SOURCE.
465168     MOVE AB-BATCH-ID (WS-ACK-SUB)  TO WS-AFN-BATCH.
469985     OPEN OUTPUT ACK-FILE.
474802     IF WS-ACK-STATUS NOT = "00"
479619         GO TO 9810-EXIT
484436     END-IF.
489253     ADD 1 TO WS-ACK-WRITTEN.
494070
498887     MOVE SPACES TO ACK-RECORD.
503704     SET AK-HEADER TO TRUE.
508521     MOVE AB-SOURCE-ID (WS-ACK-SUB)      TO AK-SOURCE-ID.
513338     MOVE AB-BATCH-ID (WS-ACK-SUB)       TO AK-BATCH-ID.
518155     MOVE WS-RUN-ID                      TO AK-RUN-ID.
522972     MOVE WS-RUN-DATE                    TO AK-RUN-DATE.
527789     MOVE AB-TRAILER-COUNT (WS-ACK-SUB)  TO AK-TRAILER-COUNT.
532606     MOVE AB-RECS-READ (WS-ACK-SUB)      TO AK-RECS-READ.
537423     MOVE AB-RECS-REJECTED (WS-ACK-SUB)  TO AK-RECS-REJECTED.
542240     MOVE AB-RECS-PROCESSED (WS-ACK-SUB) TO AK-RECS-PROCESSED.
547057     EVALUATE TRUE
551874         WHEN AB-VERDICT (WS-ACK-SUB) = "DUPLICATE BATCH"
556691             SET AK-BATCH-REFUSED-DUP TO TRUE
561508             MOVE "REFUSED - DUPLICATE" TO AK-VERDICT-TEXT
566325             MOVE "ALREADY ON FILE"     TO AK-VERDICT-NOTE
571142             SET AK-TRAILER-NOT-CHECKED TO TRUE
575959         WHEN AB-VERDICT (WS-ACK-SUB) = "OK"
580776             SET AK-TRAILER-AGREES TO TRUE
585593             EVALUATE TRUE
590410                 WHEN AB-RUN-HELD (WS-ACK-SUB)
595227                     SET AK-BATCH-CONTROL-FAILED TO TRUE
600044                     MOVE "CONTROL FAILED" TO AK-VERDICT-TEXT
604861                     MOVE "RUN HELD"       TO AK-VERDICT-NOTE
609678                 WHEN REGISTRATION-FAILED
614495                     SET AK-BATCH-CONTROL-FAILED TO TRUE
619312                     MOVE "CONTROL FAILED" TO AK-VERDICT-TEXT
624129                     MOVE "NOT REGISTERED" TO AK-VERDICT-NOTE
628946                 WHEN HISTORY-POST-FAILED
633763                     SET AK-BATCH-ACCEPTED TO TRUE
638580                     MOVE "ACCEPTED - NO RESEND"
643397                         TO AK-VERDICT-TEXT
648214                     MOVE "HIST NOT POSTED" TO AK-VERDICT-NOTE
653031                     ADD 1 TO WS-ACK-UNRECORDED
657848                 WHEN PERIOD-FILE-UNAVAILABLE
662665                 WHEN AB-PTD-NOT-POSTED (WS-ACK-SUB)
667482                     SET AK-BATCH-ACCEPTED TO TRUE
672299                     MOVE "ACCEPTED - NO RESEND"
677116                         TO AK-VERDICT-TEXT
681933                     MOVE "PTD NOT POSTED"  TO AK-VERDICT-NOTE
686750                     ADD 1 TO WS-ACK-UNRECORDED
691567                 WHEN OTHER
696384                     SET AK-BATCH-ACCEPTED TO TRUE
701201                     MOVE "ACCEPTED"       TO AK-VERDICT-TEXT
706018             END-EVALUATE
710835         WHEN AB-VERDICT (WS-ACK-SUB) = "COUNT MISMATCH"
715652             SET AK-BATCH-CONTROL-FAILED TO TRUE
720469             MOVE "CONTROL FAILED"      TO AK-VERDICT-TEXT
725286             MOVE "COUNT MISMATCH"      TO AK-VERDICT-NOTE
730103             SET AK-TRAILER-DISAGREES TO TRUE
734920         WHEN OTHER
739737             SET AK-BATCH-CONTROL-FAILED TO TRUE
744554             MOVE "CONTROL FAILED"      TO AK-VERDICT-TEXT
749371             MOVE "TRAILER MISSING"     TO AK-VERDICT-NOTE
754188             SET AK-TRAILER-NOT-RECEIVED TO TRUE
759005     END-EVALUATE.
763822     WRITE ACK-RECORD.
768639
773456     MOVE 0 TO WS-ACK-REJECT-LINES.
778273     MOVE "N" TO WS-FILE-EOF-SWITCH.
783090     MOVE AB-STREAM (WS-ACK-SUB) TO WS-TAG-NUMBER.
787907     OPEN INPUT STREAM-TAG-FILE.
792724     IF WS-STREAM-TAG-STATUS = "00"
797541         PERFORM 9820-COPY-ONE-REJECT-TAG
802358             THRU 9820-EXIT
807175             UNTIL END-OF-CURRENT-FILE
811992         CLOSE STREAM-TAG-FILE
816809     END-IF.
821626
826443     MOVE SPACES TO ACK-RECORD.
831260     SET AK-TRAILER TO TRUE.
836077     MOVE AB-SOURCE-ID (WS-ACK-SUB) TO AK-SOURCE-ID.
840894     MOVE AB-BATCH-ID (WS-ACK-SUB)  TO AK-BATCH-ID.
845711     MOVE WS-ACK-REJECT-LINES       TO AK-REJECT-LINES.
850528     WRITE ACK-RECORD.
855345     CLOSE ACK-FILE.
860162 9810-EXIT.
864979     EXIT.
869796
874613*-----------------------------------------------------------*
879430* 9820-COPY-ONE-REJECT-TAG - ONE REJTAGNN RECORD; THOSE OF THE
884247* BATCH IN HAND BECOME "R" LINES ON ITS ACK FILE.
889064*-----------------------------------------------------------*
893881 9820-COPY-ONE-REJECT-TAG.
898698     READ STREAM-TAG-FILE INTO REJECT-TAG-RECORD
903515         AT END
908332             SET END-OF-CURRENT-FILE TO TRUE
913149             GO TO 9820-EXIT
917966     END-READ.
922783     IF RT-SOURCE-ID NOT = AB-SOURCE-ID (WS-ACK-SUB)
927600       OR RT-BATCH-ID NOT = AB-BATCH-ID (WS-ACK-SUB)
932417         GO TO 9820-EXIT
937234     END-IF.
942051     MOVE SPACES TO ACK-RECORD.
946868     SET AK-REJECT TO TRUE.
951685     MOVE RT-SOURCE-ID   TO AK-SOURCE-ID.
956502     MOVE RT-BATCH-ID    TO AK-BATCH-ID.
961319     MOVE RT-DETAIL-SEQ  TO AK-DETAIL-SEQ.
966136     MOVE RT-INPUT-TEXT  TO AK-INPUT-TEXT.
970953     MOVE RT-REASON-CODE TO AK-REASON-CODE.
975770     MOVE RT-REASON-TEXT TO AK-REASON-TEXT.
980587     WRITE ACK-RECORD.
985404     ADD 1 TO WS-ACK-REJECT-LINES.
990221 9820-EXIT.
995038     EXIT.

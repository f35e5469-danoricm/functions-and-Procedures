000381*                    THE END-RUN CALL PUTS THE LIVE CARD
000382*                    BACK, SO NOTHING LEAKS INTO THE NEXT
000383*                    RUN-UNIT.
000384*  2026-10-15  DM    A CALLER CAN NOW SEND THE NEW "R"
000385*                    REQUEST CODE TO HAVE THE RATE SETS
000386*                    LOADED FROM A REBUILT PAST CARD
000387*                    (MYFNRPLY) FOR THE REST OF THE RUN, AND
000388*                    THE TRACE LINES WRITTEN TO THE REPLAY
000389*                    TRACE (MFRPLYT, STARTED AFRESH) INSTEAD
000391*                    OF MFAUDIT - A REPLAYED CALL IS NOT A
000392*                    NEW CALCULATION AND MUST NOT ENTER THE
000393*                    AUDIT TRAIL.  THE RunReplay
000394*                    CERTIFICATION RUN USES IT TO PROVE AN
000395*                    ARCHIVED NIGHT STILL REPRODUCES.  THE
000396*                    END-RUN CALL CLOSES THE REPLAY TRACE AND
000397*                    PUTS THE LIVE CARD BACK.
000398*  2026-10-15  DM    EVERY MFAUDIT LINE NOW ENDS WITH A
000399*                    RUN-LEVEL SEQUENCE NUMBER AND A CHECK
000401*                    VALUE CHAINED FROM THE LINE BEFORE IT
000402*                    (SEALED BY THE NEW SHARED AUDCHAIN
000403*                    SUBPROGRAM, RECORD WIDENED TO 169), SO
000404*                    AN ALTERED, DELETED OR INSERTED LINE CAN
000405*                    BE PROVED.  THE CHAIN CARRIES ON FROM
000406*                    THE LAST LINE ALREADY IN THE LOG, WHICH
000407*                    IS READ ONCE WHEN THE RUN OPENS IT.  THE
000408*                    REPLAY TRACE IS SEALED THE SAME WAY ON A
000409*                    CHAIN OF ITS OWN.
000410*  2026-10-15  DM    A REPLAY TRACE THAT WILL NOT OPEN OR
000411*                    TAKE A LINE NOW COMES BACK TO THE CALLER
000412*                    AS MF-STATUS-TRACE-FAILED.
000413*-----------------------------------------------------------*
000414 ENVIRONMENT DIVISION.
000415 CONFIGURATION SECTION.
000416 SOURCE-COMPUTER.   IBM-370.
000417 OBJECT-COMPUTER.   IBM-370.
000418
000419 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000421     SELECT RATE-CTL-FILE
000422         ASSIGN TO "MYFNRATE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RATECTL-STATUS.
000441
000443         ASSIGN TO "MYFNPROP"
000444         ORGANIZATION IS LINE SEQUENTIAL
000445         FILE STATUS IS WS-PROPCTL-STATUS.
000446
000447     SELECT RPLY-CTL-FILE
000448         ASSIGN TO "MYFNRPLY"
000449         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPLYCTL-STATUS.
000451
000452     SELECT REPLAY-TRACE-FILE
000453         ASSIGN TO "MFRPLYT"
000454         ORGANIZATION IS LINE SEQUENTIAL
000455         FILE STATUS IS WS-RPLYTRC-STATUS.
000456
000460     SELECT AUDIT-LOG-FILE
000470         ASSIGN TO "MFAUDIT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000542
000544 FD  PROP-CTL-FILE.
000546 01  PROP-CTL-RECORD          PIC X(31).
000547
000548 FD  RPLY-CTL-FILE.
000549 01  RPLY-CTL-RECORD          PIC X(31).
000551
000552 FD  REPLAY-TRACE-FILE.
000553 01  REPLAY-TRACE-RECORD      PIC X(169).
000640
000650 FD  AUDIT-LOG-FILE.
000660 01  AUDIT-LOG-RECORD         PIC X(169).
000670
000680 WORKING-STORAGE SECTION.
000690 77  WS-RATECTL-STATUS        PIC X(02)   VALUE "00".
000695 77  WS-PROPCTL-STATUS        PIC X(02)   VALUE "00".
000696 77  WS-RPLYCTL-STATUS        PIC X(02)   VALUE "00".
000697 77  WS-RPLYTRC-STATUS        PIC X(02)   VALUE "00".
000700 77  WS-AUDIT-STATUS          PIC X(02)   VALUE "00".
000701
000702 77  WS-RATE-SOURCE-SW        PIC X(01)   VALUE "L".
000703     88  LIVE-CARD-IN-FORCE               VALUE "L".
000704     88  PROPOSED-CARD-IN-FORCE           VALUE "P".
000705     88  REPLAY-CARD-IN-FORCE             VALUE "R".
000710
000720 77  WS-RATES-LOADED-SWITCH   PIC X(01)   VALUE "N".
000730     88  RATES-ARE-LOADED                 VALUE "Y".
000732
000734 77  WS-AUDIT-OPEN-SWITCH     PIC X(01)   VALUE "N".
000736     88  AUDIT-LOG-IS-OPEN                VALUE "Y".
000737
000738 77  WS-REPLAY-OPEN-SWITCH    PIC X(01)   VALUE "N".
000739     88  REPLAY-TRACE-IS-OPEN             VALUE "Y".
000741
000742 77  WS-CHAIN-EOF-SWITCH      PIC X(01)   VALUE "N".
000743     88  END-OF-CHAINED-LOG               VALUE "Y".
000744
000745 77  WS-AUDIT-SEQ             PIC 9(08)   VALUE 0.
000746 77  WS-AUDIT-CHECK           PIC 9(09)   VALUE 0.
000747 77  WS-REPLAY-SEQ            PIC 9(08)   VALUE 0.
000748 77  WS-REPLAY-CHECK          PIC 9(09)   VALUE 0.
000749
000750 77  MF-ADD-AMOUNT            PIC 9(04)   VALUE 10.
000760 77  MF-HIGH-THRESHOLD        PIC 9(04)   VALUE 15.
000770 77  MF-SUBTRACT-AMOUNT       PIC 9(04)   VALUE 5.
000862                             SIGN LEADING SEPARATE CHARACTER.
000870 77  WS-AUDIT-DATE           PIC 9(08).
000880 77  WS-AUDIT-TIME           PIC 9(08).
000881
000882     COPY ACCALL.
000890
000900 LINKAGE SECTION.
000910     COPY MFCALL.
001037         GOBACK
001038     END-IF.
001039
001041     IF MF-REQ-USE-REPLAY
001042         SET REPLAY-CARD-IN-FORCE TO TRUE
001043         MOVE "N" TO WS-RATES-LOADED-SWITCH
001044         SET MF-STATUS-OK TO TRUE
001045         GOBACK
001046     END-IF.
001047
001048     IF NOT RATES-ARE-LOADED
001049         PERFORM 0100-LOAD-RATES
001050             THRU 0100-EXIT
001060     END-IF.
001061
001330* 0100-LOAD-RATES - READ EVERY NAMED RATE SET INTO THE SET
001340* TABLE - FROM THE LIVE MYFNRATE, OR FROM THE PROPOSED
001345* MYFNPROP WHEN A "P" REQUEST PUT THE PROPOSED CARD IN
001346* FORCE, OR FROM THE REBUILT PAST CARD MYFNRPLY WHEN AN "R"
001347* REQUEST PUT IT IN FORCE.  A MISSING OR EMPTY FILE LEAVES
001350* THE ORIGINAL HARD-CODED VALUES IN PLACE AS THE ONLY SET.
001360*-----------------------------------------------------------*
001370 0100-LOAD-RATES.
001372     MOVE 0 TO WS-SET-COUNT.
001382                 UNTIL END-OF-RATE-CARDS
001383             CLOSE PROP-CTL-FILE
001384         END-IF
001386     END-IF.
001387     IF REPLAY-CARD-IN-FORCE
001388         OPEN INPUT RPLY-CTL-FILE
001389         IF WS-RPLYCTL-STATUS = "00"
001391             PERFORM 0117-LOAD-ONE-RPLY-SET
001392                 THRU 0117-EXIT
001393                 UNTIL END-OF-RATE-CARDS
001394             CLOSE RPLY-CTL-FILE
001395         END-IF
001398     END-IF.
001399     IF LIVE-CARD-IN-FORCE
001415         OPEN INPUT RATE-CTL-FILE
001431         IF WS-RATECTL-STATUS = "00"
001447             PERFORM 0110-LOAD-ONE-RATE-SET
001463                 THRU 0110-EXIT
001479                 UNTIL END-OF-RATE-CARDS
001500             CLOSE RATE-CTL-FILE
001510         END-IF
001511     END-IF.
001556         THRU 0120-EXIT.
001579 0110-EXIT.
001581     EXIT.
001584
001587*-----------------------------------------------------------*
001590* 0115-LOAD-ONE-PROP-SET - ONE PROPOSED MYFNPROP RECORD,
001593* PARSED THROUGH THE SAME RATECARD COLUMNS.
001596*-----------------------------------------------------------*
001599 0115-LOAD-ONE-PROP-SET.
001602     READ PROP-CTL-FILE
001605         AT END
001608             SET END-OF-RATE-CARDS TO TRUE
001611             GO TO 0115-EXIT
001614     END-READ.
001617     MOVE PROP-CTL-RECORD TO RATE-CTL-RECORD.
001620     PERFORM 0120-STORE-RATE-SET
001623         THRU 0120-EXIT.
001626 0115-EXIT.
001629     EXIT.
001632
001635*-----------------------------------------------------------*
001638* 0117-LOAD-ONE-RPLY-SET - ONE RECORD OF THE REBUILT PAST
001641* CARD MYFNRPLY, PARSED THROUGH THE SAME RATECARD COLUMNS.
001644*-----------------------------------------------------------*
001647 0117-LOAD-ONE-RPLY-SET.
001650     READ RPLY-CTL-FILE
001653         AT END
001656             SET END-OF-RATE-CARDS TO TRUE
001659             GO TO 0117-EXIT
001662     END-READ.
001665     MOVE RPLY-CTL-RECORD TO RATE-CTL-RECORD.
001668     PERFORM 0120-STORE-RATE-SET
001671         THRU 0120-EXIT.
001674 0117-EXIT.
001677     EXIT.
001680
001698*-----------------------------------------------------------*
001699* 0120-STORE-RATE-SET - THE RECORD IN RATE-CTL-RECORD INTO
001701* THE SET TABLE.  A RECORD WITH NO SET NAME OR A NON-NUMERIC
001570* 0200-WRITE-AUDIT-LOG - APPEND ONE TRACE LINE TO MFAUDIT FOR
001580* THIS CALL.  THE LOG IS OPENED EXTEND ON THE FIRST CALL OF
001590* THE RUN (CREATED IF IT DOES NOT EXIST YET) AND THEN HELD
001600* OPEN - THE CALLER'S END-RUN CALL AT 0300 CLOSES IT.  WITH
001601* THE REPLAY CARD IN FORCE THE SAME LINE GOES TO THE REPLAY
001602* TRACE INSTEAD, STARTED AFRESH ON ITS FIRST LINE.
001610*-----------------------------------------------------------*
001620 0200-WRITE-AUDIT-LOG.
001630     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
001640     ACCEPT WS-AUDIT-TIME FROM TIME.
001650
001651     IF REPLAY-CARD-IN-FORCE
001652         PERFORM 0250-WRITE-REPLAY-TRACE
001653             THRU 0250-EXIT
001654         GO TO 0200-EXIT
001655     END-IF.
001656
001657     IF NOT AUDIT-LOG-IS-OPEN
001658         PERFORM 0210-FIND-CHAIN-END
001659             THRU 0210-EXIT
001660         OPEN EXTEND AUDIT-LOG-FILE
001670         IF WS-AUDIT-STATUS NOT = "00"
001680             OPEN OUTPUT AUDIT-LOG-FILE
001795            "STATUS:"   MF-STATUS-CODE        " "
001796            "SET:"      WS-SET-IN-FORCE
001800         DELIMITED BY SIZE INTO AUDIT-LOG-RECORD.
001801
001802     ADD 1 TO WS-AUDIT-SEQ.
001803     MOVE AUDIT-LOG-RECORD TO AC-AUDIT-LINE.
001804     MOVE WS-AUDIT-SEQ     TO AC-LINE-SEQ.
001805     MOVE WS-AUDIT-CHECK   TO AC-PRIOR-CHECK.
001806     PERFORM 0400-SEAL-TRACE-LINE
001807         THRU 0400-EXIT.
001808     MOVE AC-AUDIT-LINE    TO AUDIT-LOG-RECORD.
001809     MOVE AC-CHECK-VALUE   TO WS-AUDIT-CHECK.
001810     WRITE AUDIT-LOG-RECORD.
001811 0200-EXIT.
001812     EXIT.
001813
001814*-----------------------------------------------------------*
001815* 0210-FIND-CHAIN-END - READ THE LOG AS IT STANDS TO PICK UP
001816* THE CHECK VALUE OF ITS LAST LINE, SO THIS RUN'S FIRST LINE
001817* CHAINS ON FROM IT.  A MISSING OR EMPTY LOG, OR ONE WHOSE
001818* LAST LINE PREDATES THE CHAIN, CHAINS FROM ZERO.
001819*-----------------------------------------------------------*
001820 0210-FIND-CHAIN-END.
001821     MOVE 0   TO WS-AUDIT-CHECK.
001822     MOVE "N" TO WS-CHAIN-EOF-SWITCH.
001823     OPEN INPUT AUDIT-LOG-FILE.
001824     IF WS-AUDIT-STATUS NOT = "00"
001825         GO TO 0210-EXIT
001826     END-IF.
001827
001828     PERFORM 0220-READ-ONE-CHAINED-LINE
001829         THRU 0220-EXIT
001830         UNTIL END-OF-CHAINED-LOG.
001831
001832     CLOSE AUDIT-LOG-FILE.
001833 0210-EXIT.
001834     EXIT.
001835
001836*-----------------------------------------------------------*
001837* 0220-READ-ONE-CHAINED-LINE - REMEMBER THE CHECK VALUE OF
001838* THE LINE IN HAND.
001839*-----------------------------------------------------------*
001840 0220-READ-ONE-CHAINED-LINE.
001841     READ AUDIT-LOG-FILE
001842         AT END
001843             SET END-OF-CHAINED-LOG TO TRUE
001844             GO TO 0220-EXIT
001845     END-READ.
001846     MOVE AUDIT-LOG-RECORD TO AC-AUDIT-LINE.
001847     IF AC-CHECK-TAG = " CHK:"
001848       AND AC-CHECK-FIELD IS NUMERIC
001849         MOVE AC-CHECK-FIELD TO WS-AUDIT-CHECK
001850     ELSE
001851         MOVE 0 TO WS-AUDIT-CHECK
001852     END-IF.
001853 0220-EXIT.
001854     EXIT.
001855
001856*-----------------------------------------------------------*
001857* 0250-WRITE-REPLAY-TRACE - THE TRACE LINE FOR A REPLAYED
001858* CALL, IN EXACTLY THE MFAUDIT COLUMNS SO THE REPLAY RUN CAN
001859* SET IT BESIDE THE LINE LOGGED ON THE NIGHT.  A TRACE THAT
001860* WILL NOT OPEN OR TAKE THE LINE IS SENT BACK AS
001861* MF-STATUS-TRACE-FAILED - THE CALL WAS NOT RECORDED.
001862*-----------------------------------------------------------*
001863 0250-WRITE-REPLAY-TRACE.
001864     IF NOT REPLAY-TRACE-IS-OPEN
001865         OPEN OUTPUT REPLAY-TRACE-FILE
001866         IF WS-RPLYTRC-STATUS NOT = "00"
001867             SET MF-STATUS-TRACE-FAILED TO TRUE
001868             GO TO 0250-EXIT
001869         END-IF
001870         SET REPLAY-TRACE-IS-OPEN TO TRUE
001871         MOVE 0 TO WS-REPLAY-SEQ
001872         MOVE 0 TO WS-REPLAY-CHECK
001873     END-IF.
001874
001875     MOVE SPACES TO REPLAY-TRACE-RECORD.
001876     STRING "RUNID:"    MF-RUN-ID            " "
001877            "DATE:"     WS-AUDIT-DATE         " "
001878            "TIME:"     WS-AUDIT-TIME         " "
001879            "PARAM:"    MF-PARAM              " "
001880            "X0:"       WS-X-INITIAL          " "
001881            "X1:"       WS-X-AFTER-ADD        " "
001882            "X2:"       WS-X-AFTER-THRESHOLD  " "
001883            "RESULT:"   MF-RESULT             " "
001884            "STATUS:"   MF-STATUS-CODE        " "
001885            "SET:"      WS-SET-IN-FORCE
001886         DELIMITED BY SIZE INTO REPLAY-TRACE-RECORD.
001887
001888     ADD 1 TO WS-REPLAY-SEQ.
001889     MOVE REPLAY-TRACE-RECORD TO AC-AUDIT-LINE.
001890     MOVE WS-REPLAY-SEQ       TO AC-LINE-SEQ.
001891     MOVE WS-REPLAY-CHECK     TO AC-PRIOR-CHECK.
001892     PERFORM 0400-SEAL-TRACE-LINE
001893         THRU 0400-EXIT.
001894     MOVE AC-AUDIT-LINE       TO REPLAY-TRACE-RECORD.
001895     MOVE AC-CHECK-VALUE      TO WS-REPLAY-CHECK.
001896     WRITE REPLAY-TRACE-RECORD.
001897     IF WS-RPLYTRC-STATUS NOT = "00"
001898         SET MF-STATUS-TRACE-FAILED TO TRUE
001899     END-IF.
001900 0250-EXIT.
001901     EXIT.
001902
001903*-----------------------------------------------------------*
001904* 0300-END-OF-RUN - THE CALLER IS FINISHED.  CLOSE THE AUDIT
001905* LOG (AND THE REPLAY TRACE) IF THIS RUN EVER OPENED IT AND
001906* RESET THE SWITCHES SO A NEW RUN IN THE SAME RUN-UNIT STARTS
001907* CLEAN.
001908*-----------------------------------------------------------*
001910 0300-END-OF-RUN.
001920     IF AUDIT-LOG-IS-OPEN
001930         CLOSE AUDIT-LOG-FILE
001940         MOVE "N" TO WS-AUDIT-OPEN-SWITCH
001950     END-IF.
001952     IF REPLAY-TRACE-IS-OPEN
001954         CLOSE REPLAY-TRACE-FILE
001956         MOVE "N" TO WS-REPLAY-OPEN-SWITCH
001958     END-IF.
001960     MOVE "N" TO WS-RATES-LOADED-SWITCH.
001961     MOVE 0 TO WS-AUDIT-SEQ.
001962     MOVE LOW-VALUES TO WS-LAST-SET-ASKED.
001964     MOVE "DEFAULT " TO WS-SET-IN-FORCE.
001966     SET LIVE-CARD-IN-FORCE TO TRUE.
001970 0300-EXIT.
001980     EXIT.
001981
001982*-----------------------------------------------------------*
001983* 0400-SEAL-TRACE-LINE - HAVE AUDCHAIN STAMP THE SEQUENCE
001984* NUMBER AND CHAINED CHECK VALUE ONTO THE LINE IN
001985* AC-AUDIT-LINE.
001986*-----------------------------------------------------------*
001987 0400-SEAL-TRACE-LINE.
001988     SET AC-REQ-SEAL TO TRUE.
001989     MOVE 0 TO AC-PRIOR-SEQ.
001990     CALL 'AUDCHAIN' USING AC-REQUEST-CODE AC-AUDIT-LINE
001991         AC-PRIOR-CHECK AC-PRIOR-SEQ AC-LINE-SEQ AC-CHECK-VALUE
001992         AC-LINK-STATUS.
001993 0400-EXIT.
001994     EXIT.

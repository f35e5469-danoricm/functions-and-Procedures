000250*                    WEEKS AGO" REQUESTS THAT USED TO COST AN
000260*                    AFTERNOON OF BROWSING RAW GENERATION
000270*                    FILES BY HAND COME BACK IN ONE RUN.
000271*  2026-10-15  DM    MFAUDIT LINES NOW END WITH A RUN-LEVEL
000272*                    SEQUENCE NUMBER AND A CHECK VALUE
000273*                    CHAINED FROM THE LINE BEFORE (RECORD
000274*                    WIDENED TO 169, EXTRACT TO MATCH).  EVERY
000275*                    FILE SEARCHED IS NOW ALSO PROVED LINK BY
000276*                    LINK (SHARED AUDCHAIN SUBPROGRAM), AND A
000277*                    GENERATION'S LINE COUNT AND ENDING CHECK
000278*                    VALUE AGAINST ITS AUDGCAT ENTRY.  A BREAK,
000279*                    A GENERATION THAT NO LONGER AGREES WITH
000280*                    ITS CATALOG ENTRY, OR ONE CATALOGUED AS
000281*                    BROKEN WHEN CUT, IS REPORTED ON THE
000282*                    EXTRACT AS A CONTROL FAILURE AND ENDS THE
000283*                    JOB AT RC 8 - THE TRACE PULLED CANNOT BE
000284*                    RELIED ON AS IT STANDS.
000285*  2026-10-15  DM    A CATALOGUED GENERATION THAT WILL NOT
000286*                    OPEN IS LISTED AND COUNTED AS MISSING -
000287*                    RC 4, THE TRACE IS SHORT BY ITS LINES.
000288*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000740     05  IC-STATUS           PIC X(02).
000750
000760 FD  AUDIT-LOG-FILE.
000770 01  AUDIT-LOG-RECORD        PIC X(169).
000780
000790 FD  AUDIT-CAT-FILE.
000800 01  AUDIT-CAT-RECORD.
000830     05  GC-CUT-DATE         PIC 9(08).
000840     05  GC-SEP2             PIC X(02).
000850     05  GC-LINE-COUNT       PIC 9(08).
000851     05  GC-SEP3             PIC X(02).
000852     05  GC-CHAIN-VALUE      PIC X(09).
000853     05  GC-SEP4             PIC X(02).
000854     05  GC-CHAIN-STATUS     PIC X(01).
000855         88  GC-CHAIN-WAS-BROKEN         VALUE "B".
000860
000870 FD  GENERATION-FILE.
000880 01  GENERATION-RECORD       PIC X(169).
000890
000900 FD  EXTRACT-RPT-FILE.
000910 01  EXTRACT-RPT-RECORD      PIC X(169).
000920
000930 WORKING-STORAGE SECTION.
000940 77  WS-INQCTL-STATUS        PIC X(02)   VALUE "00".
001280
001290 77  WS-LINES-SEARCHED       PIC 9(08)   COMP VALUE 0.
001300 77  WS-LINES-MATCHED        PIC 9(08)   COMP VALUE 0.
001305 77  WS-GENS-SEARCHED        PIC 9(08)   COMP VALUE 0.
001306 77  WS-GENS-MISSING         PIC 9(08)   COMP VALUE 0.
001307
001308 77  WS-JOB-RC               PIC 9(02)   VALUE 0.
001309 77  WS-CHAIN-CHECK          PIC 9(09)   VALUE 0.
001310 77  WS-CHAIN-SEQ            PIC 9(08)   VALUE 0.
001311 77  WS-FILE-LINES           PIC 9(08)   COMP VALUE 0.
001312 77  WS-FILE-BREAKS          PIC 9(08)   COMP VALUE 0.
001313 77  WS-FIRST-BREAK-LINE     PIC 9(08)   COMP VALUE 0.
001314 77  WS-TOTAL-BREAKS         PIC 9(08)   COMP VALUE 0.
001315 77  WS-CONTROL-FAILURES     PIC 9(08)   COMP VALUE 0.
001316 77  WS-FILE-LABEL           PIC X(10)   VALUE SPACES.
001320
001330 01  WS-GEN-FILE-NAME.
001340     05  WS-GFN-PREFIX       PIC X(06)   VALUE "MFAUDG".
001520     05  AL-STATUS           PIC X(02).
001530     05  FILLER              PIC X(05).
001540     05  AL-RATE-SET         PIC X(08).
001545     05  FILLER              PIC X(27).
001550
001560 01  WS-RPT-COUNT            PIC ZZZZZZZ9.
001561 01  WS-RPT-LINE-NO          PIC ZZZZZZZ9.
001562 01  WS-RPT-GEN-LINES        PIC ZZZZZZZ9.
001563
001564     COPY ACCALL.
001570
001580     COPY OPCALL.
001590
001810         THRU 8000-EXIT.
001820
001830     IF NOT CONTROL-CARD-WAS-READ
001840         MOVE 8 TO WS-JOB-RC
001850     END-IF.
001852     IF WS-CONTROL-FAILURES > 0
001854         MOVE 8 TO WS-JOB-RC
001856     END-IF.
001857     IF WS-GENS-MISSING > 0
001858       AND WS-JOB-RC < 4
001859         MOVE 4 TO WS-JOB-RC
001860     END-IF.
001862
001865     MOVE WS-JOB-RC TO RETURN-CODE.
001870     SET OL-EVENT-END TO TRUE.
001880     MOVE "INQUIRY COMPLETE" TO OL-EVENT-TEXT.
001890     MOVE WS-LINES-SEARCHED TO OL-COUNT-1.
001910     MOVE RETURN-CODE       TO OL-RETURN-CODE.
001920     PERFORM 9700-LOG-OPS-EVENT
001930         THRU 9700-EXIT.
001935     MOVE WS-JOB-RC TO RETURN-CODE.
001940
001950     STOP RUN.
001960
003160     IF WS-AUDIT-STATUS NOT = "00"
003170         GO TO 2000-EXIT
003180     END-IF.
003185     MOVE "MFAUDIT" TO WS-FILE-LABEL.
003187     PERFORM 4000-START-CHAIN-PROOF
003188         THRU 4000-EXIT.
003190
003200     PERFORM 2100-TEST-ONE-LIVE-LINE
003210         THRU 2100-EXIT
003220         UNTIL END-OF-CURRENT-FILE.
003230
003240     CLOSE AUDIT-LOG-FILE.
003242     PERFORM 4200-REPORT-CHAIN-PROOF
003244         THRU 4200-EXIT.
003250 2000-EXIT.
003260     EXIT.
003270
003360             GO TO 2100-EXIT
003370     END-READ.
003380     MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE.
003385     PERFORM 4100-PROVE-ONE-LINK
003387         THRU 4100-EXIT.
003390     PERFORM 5000-TEST-AND-EXTRACT
003400         THRU 5000-EXIT.
003410 2100-EXIT.
003860
003870*-----------------------------------------------------------*
003880* 3200-SEARCH-ONE-GENERATION - EVERY LINE OF ONE ARCHIVED
003890* GENERATION THROUGH THE SHARED TESTS.  ONE CATALOGUED BUT
003891* NO LONGER ON HAND IS LISTED AND COUNTED AS MISSING.
003900*-----------------------------------------------------------*
003910 3200-SEARCH-ONE-GENERATION.
003920     MOVE GC-GEN-NUMBER TO WS-GFN-NUMBER.
003930     MOVE "N" TO WS-FILE-EOF-SWITCH.
003940     OPEN INPUT GENERATION-FILE.
003950     IF WS-GENFILE-STATUS NOT = "00"
003951         ADD 1 TO WS-GENS-MISSING
003952         MOVE SPACES TO EXTRACT-RPT-RECORD
003953         STRING "GENERATION MISSING - " WS-GEN-FILE-NAME
003954                " IS CATALOGUED BUT WILL NOT OPEN - STATUS "
003955                WS-GENFILE-STATUS " - ITS LINES NOT SEARCHED"
003956             DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD
003957         WRITE EXTRACT-RPT-RECORD
003960         GO TO 3200-EXIT
003970     END-IF.
003980     ADD 1 TO WS-GENS-SEARCHED.
003985     MOVE WS-GEN-FILE-NAME TO WS-FILE-LABEL.
003987     PERFORM 4000-START-CHAIN-PROOF
003988         THRU 4000-EXIT.
003990
004000     PERFORM 3300-TEST-ONE-GEN-LINE
004010         THRU 3300-EXIT
004020         UNTIL END-OF-CURRENT-FILE.
004030
004040     CLOSE GENERATION-FILE.
004042     PERFORM 4200-REPORT-CHAIN-PROOF
004044         THRU 4200-EXIT.
004046     PERFORM 4300-PROVE-AGAINST-CATALOG
004048         THRU 4300-EXIT.
004050 3200-EXIT.
004060     EXIT.
004070
004160             GO TO 3300-EXIT
004170     END-READ.
004180     MOVE GENERATION-RECORD TO WS-AUDIT-LINE.
004185     PERFORM 4100-PROVE-ONE-LINK
004187         THRU 4100-EXIT.
004190     PERFORM 5000-TEST-AND-EXTRACT
004200         THRU 5000-EXIT.
004210 3300-EXIT.
004220     EXIT.
004221
004222*-----------------------------------------------------------*
004223* 4000-START-CHAIN-PROOF - EVERY LOG, LIVE OR ARCHIVED,
004224* CHAINS FROM ZERO AT ITS FIRST LINE.
004225*-----------------------------------------------------------*
004226 4000-START-CHAIN-PROOF.
004227     MOVE 0 TO WS-CHAIN-CHECK.
004228     MOVE 0 TO WS-CHAIN-SEQ.
004229     MOVE 0 TO WS-FILE-LINES.
004231     MOVE 0 TO WS-FILE-BREAKS.
004232     MOVE 0 TO WS-FIRST-BREAK-LINE.
004233 4000-EXIT.
004234     EXIT.
004235
004236*-----------------------------------------------------------*
004237* 4100-PROVE-ONE-LINK - THE LINE IN WS-AUDIT-LINE AGAINST THE
004238* ONE BEFORE IT.  THE STORED VALUES CARRY FORWARD SO ONE BAD
004239* LINE COUNTS AS ONE BREAK.
004241*-----------------------------------------------------------*
004242 4100-PROVE-ONE-LINK.
004243     ADD 1 TO WS-FILE-LINES.
004244     MOVE WS-AUDIT-LINE  TO AC-AUDIT-LINE.
004245     SET AC-REQ-VERIFY TO TRUE.
004246     MOVE WS-CHAIN-CHECK TO AC-PRIOR-CHECK.
004247     MOVE WS-CHAIN-SEQ   TO AC-PRIOR-SEQ.
004248     CALL 'AUDCHAIN' USING AC-REQUEST-CODE AC-AUDIT-LINE
004249         AC-PRIOR-CHECK AC-PRIOR-SEQ AC-LINE-SEQ AC-CHECK-VALUE
004251         AC-LINK-STATUS.
004252     MOVE AC-CHECK-VALUE TO WS-CHAIN-CHECK.
004253     MOVE AC-LINE-SEQ    TO WS-CHAIN-SEQ.
004254
004255     IF AC-LINK-CHECK-BROKEN
004256       OR AC-LINK-SEQ-BROKEN
004257         ADD 1 TO WS-FILE-BREAKS
004258         ADD 1 TO WS-TOTAL-BREAKS
004259         IF WS-FIRST-BREAK-LINE = 0
004261             MOVE WS-FILE-LINES TO WS-FIRST-BREAK-LINE
004262         END-IF
004263     END-IF.
004264 4100-EXIT.
004265     EXIT.
004266
004267*-----------------------------------------------------------*
004268* 4200-REPORT-CHAIN-PROOF - A FILE WITH A BREAK IS A CONTROL
004269* FAILURE, NAMED ON THE EXTRACT WITH ITS FIRST BAD LINE.
004271*-----------------------------------------------------------*
004272 4200-REPORT-CHAIN-PROOF.
004273     IF WS-FILE-BREAKS = 0
004274         GO TO 4200-EXIT
004275     END-IF.
004276     ADD 1 TO WS-CONTROL-FAILURES.
004277     MOVE WS-FILE-BREAKS      TO WS-RPT-COUNT.
004278     MOVE WS-FIRST-BREAK-LINE TO WS-RPT-LINE-NO.
004279     MOVE SPACES TO EXTRACT-RPT-RECORD.
004281     STRING "CONTROL FAILURE - " WS-FILE-LABEL
004282            " CHAIN BROKEN AT " WS-RPT-COUNT
004283            " LINE(S), FIRST AT LINE " WS-RPT-LINE-NO
004284         DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD.
004285     WRITE EXTRACT-RPT-RECORD.
004286 4200-EXIT.
004287     EXIT.
004288
004289*-----------------------------------------------------------*
004291* 4300-PROVE-AGAINST-CATALOG - THE GENERATION JUST SEARCHED
004292* MUST STILL HOLD THE LINE COUNT AND END ON THE CHECK VALUE
004293* AUDGCAT RECORDED WHEN IT WAS CUT - A GENERATION CUT SHORT OR
004294* ADDED TO SINCE WOULD OTHERWISE CHAIN CLEANLY.  ONE CUT
004295* BEFORE THE CHAIN EXISTED HAS NO CATALOGUED VALUE TO MATCH
004296* AND ONLY ITS LINE COUNT IS PROVED.  ONE CATALOGUED AS BROKEN
004297* WHEN CUT IS REPORTED AS SUCH.
004298*-----------------------------------------------------------*
004299 4300-PROVE-AGAINST-CATALOG.
004301     IF WS-FILE-LINES NOT = GC-LINE-COUNT
004302       OR (GC-CHAIN-VALUE IS NUMERIC
004303         AND WS-CHAIN-CHECK NOT = GC-CHAIN-VALUE)
004304         ADD 1 TO WS-CONTROL-FAILURES
004305         MOVE WS-FILE-LINES TO WS-RPT-COUNT
004306         MOVE GC-LINE-COUNT TO WS-RPT-GEN-LINES
004307         MOVE SPACES TO EXTRACT-RPT-RECORD
004308         STRING "CONTROL FAILURE - " WS-FILE-LABEL
004309                " DOES NOT MATCH AUDGCAT - LINES "
004311                WS-RPT-COUNT " CATALOGUED " WS-RPT-GEN-LINES
004312                " CHECK " WS-CHAIN-CHECK
004313                " CATALOGUED " GC-CHAIN-VALUE
004314             DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD
004315         WRITE EXTRACT-RPT-RECORD
004316     END-IF.
004317
004318     IF GC-CHAIN-WAS-BROKEN
004319         ADD 1 TO WS-CONTROL-FAILURES
004321         MOVE SPACES TO EXTRACT-RPT-RECORD
004322         STRING "CONTROL FAILURE - " WS-FILE-LABEL
004323                " WAS CATALOGUED WITH A BROKEN CHAIN WHEN CUT"
004324             DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD
004325         WRITE EXTRACT-RPT-RECORD
004326     END-IF.
004327 4300-EXIT.
004328     EXIT.
004329
004330*-----------------------------------------------------------*
004331* 5000-TEST-AND-EXTRACT - THE LINE IN WS-AUDIT-LINE AGAINST
004332* EVERY CRITERION IN FORCE; A SURVIVOR IS COPIED TO THE
004333* EXTRACT AS-IS.
004334*-----------------------------------------------------------*
004335 5000-TEST-AND-EXTRACT.
004336     ADD 1 TO WS-LINES-SEARCHED.
004337     SET THIS-LINE-MATCHES TO TRUE.
004338
004339     IF RUNID-FILTER-IN-FORCE
004340       AND AL-RUN-ID NOT = WS-WANT-RUN-ID
004350         MOVE "N" TO WS-MATCH-SWITCH
004360     END-IF.
004920     STRING "GENERATIONS PULLED.: " WS-RPT-COUNT
004930         DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD.
004940     WRITE EXTRACT-RPT-RECORD.
004941
004942     MOVE WS-TOTAL-BREAKS TO WS-RPT-COUNT.
004943     MOVE SPACES TO EXTRACT-RPT-RECORD.
004944     STRING "CHAIN BREAKS.......: " WS-RPT-COUNT
004945         DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD.
004946     WRITE EXTRACT-RPT-RECORD.
004947
004948     MOVE WS-CONTROL-FAILURES TO WS-RPT-COUNT.
004949     MOVE SPACES TO EXTRACT-RPT-RECORD.
004951     STRING "CONTROL FAILURES...: " WS-RPT-COUNT
004952         DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD.
004953     WRITE EXTRACT-RPT-RECORD.
004954
004955     IF WS-GENS-MISSING > 0
004956         MOVE WS-GENS-MISSING TO WS-RPT-COUNT
004957         MOVE SPACES TO EXTRACT-RPT-RECORD
004958         STRING "GENERATIONS MISSING: " WS-RPT-COUNT
004959                " - THE TRACE IS SHORT BY THEIR LINES - RC 4"
004961             DELIMITED BY SIZE INTO EXTRACT-RPT-RECORD
004962         WRITE EXTRACT-RPT-RECORD
004963     END-IF.
004965 9000-EXIT.
004967     EXIT.
004970
004980*-----------------------------------------------------------*
004990* 8000-TERMINATE - CLOSE THE EXTRACT.
